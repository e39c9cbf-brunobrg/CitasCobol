
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Retirada do bonus do ciclo
      *                                    do acumulado anual por
      *                                    cliente T99F1237Y
      *VRS003-15/10/2026-F8367856-Rafael   Registro da trilha T99F1237A
      *                                    com 85 posicoes (numero da
      *                                    versao de parametros)
      *VRS004-15/10/2026-F8367856-Rafael   Mestre e acumulado anual
      *                                    retirados somente das
      *                                    contas debitadas no estorno
      *                                    (credito de lote complementar
      *                                    do T99P1245 ou de reenvio
      *                                    continua valendo); erro no
      *                                    REWRITE do mestre e do
      *                                    acumulado cancela
      *VRS005-15/10/2026-F8367856-Rafael   Lote contabil de estorno
      *                                    montado por agencia a partir
      *                                    dos creditos debitados (e
      *                                    nao mais espelho do
      *                                    T99F1248G); reenvio pendente
      *                                    no T99F1247M dos creditos do
      *                                    lote encerrado como
      *                                    estornado; erro no REWRITE
      *                                    do arquivo morto cancela
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1258.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Estorno integral de um ciclo de bonus ja
      *               postado, para a data de geracao pedida no
      *               T99F1258P:
      *               - instrucoes de debito T99F1258C para o sistema
      *                 de contas correntes, espelho dos creditos do
      *                 T99F1244C do ciclo (mesmo layout; com o
      *                 retorno T99F1247R alocado, somente os creditos
      *                 postados 'P' sao debitados);
      *               - lote contabil T99F1258G com um par por
      *                 agencia (debito na conta de liquidacao e
      *                 credito na de despesa do T99F1248P, o inverso
      *                 do T99P1248) pelo valor debitado no estorno
      *                 mais o valor dos reenvios encerrados;
      *               - encerra no cadastro de pendencias T99F1247M
      *                 (situacao 'E') o reenvio ainda pendente dos
      *                 creditos do lote: o T99P1244 deixa de aceita-
      *                 los no lote de reenvio T99F1247, e o recalculo
      *                 da data paga a conta de novo uma unica vez;
      *               - retirada do periodo do mestre T99F1237M: para
      *                 cada conta do T99F434E do ciclo debitada neste
      *                 estorno, a posicao do rotativo de 12 meses
      *                 correspondente a data estornada e zerada e
      *                 descontada dos totais;
      *               - retirada do bonus do ciclo do acumulado
      *                 anual por cliente T99F1237Y (teto anual), para
      *                 as mesmas contas debitadas: a posicao do mes do
      *                 ciclo e zerada; liberacoes de bonus retido
      *                 (T99P1257) nao sao tocadas;
      *               - marca os registros do ciclo no arquivo morto
      *                 T99F1254M como estornados (situacao 'E');
      *               - grava o fim normal na trilha T99F1237A, que
      *                 libera o T99P1237 para recalcular a data.
      *               Conta do T99F434E sem debito neste estorno (sem
      *               bonus, retida, rejeitada - e talvez creditada
      *               depois pelo lote complementar do T99P1245 - ou
      *               com credito nao postado, que segue para reenvio)
      *               mantem o mestre e o acumulado anual: o credito
      *               que recebeu por outro lote nao e estornado aqui,
      *               e o recalculo da data substitui a posicao do mes.
      *               Recalcular uma data anterior ao ultimo ciclo da
      *               conta continua recusado pelo T99P1237 (periodo
      *               retrocede no mestre): os ciclos posteriores
      *               devem ser estornados antes.
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
            SELECT T99F1258P ASSIGN  TO  "T99F1258P.txt".
            SELECT T99F1244C ASSIGN  TO  "T99F1244C.txt".
            SELECT OPTIONAL T99F1247R
                             ASSIGN  TO  "T99F1247R.txt".
            SELECT T99F1248P ASSIGN  TO  "T99F1248P.txt".
            SELECT T99F434E  ASSIGN  TO  "T99F434E.txt".
            SELECT T99F1258C ASSIGN  TO  "T99F1258C.txt".
            SELECT T99F1258G ASSIGN  TO  "T99F1258G.txt".
            SELECT OPTIONAL T99F1237A
                             ASSIGN  TO  "T99F1237A.txt".
            SELECT T99F1237M ASSIGN  TO  "T99F1237M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS MSTR-CTA
                   FILE STATUS    IS WS-STATUS-MSTR.
            SELECT T99F1254M ASSIGN  TO  "T99F1254M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS ARQV-CHAVE
                   FILE STATUS    IS WS-STATUS-ARQV.
            SELECT T99F1237Y ASSIGN  TO  "T99F1237Y.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS TETO-CHAVE
                   FILE STATUS    IS WS-STATUS-TETO.
            SELECT T99F1247M ASSIGN  TO  "T99F1247M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS PEND-CHAVE
                   FILE STATUS    IS WS-STATUS-PEND.
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Data de geracao do ciclo a estornar e data valor dos
      *    debitos
       FD  T99F1258P.
       01  1258P-REGISTRO-FD           PIC  X(016).

      *    Lote de creditos enviado no ciclo (gerado pelo T99P1244)
       FD  T99F1244C.
       01  1244C-REGISTRO-FD           PIC  X(060).

      *    Retorno do sistema de contas correntes para o lote;
      *    opcional - ausente, todos os creditos sao debitados
       FD  T99F1247R.
       01  1247R-REGISTRO-FD           PIC  X(040).

      *    Contas contabeis de despesa de bonus e de liquidacao (as
      *    mesmas do T99P1248)
       FD  T99F1248P.
       01  1248P-REGISTRO-FD           PIC  X(022).

      *    Arquivo de importacoes e exportacoes do ciclo
       FD  T99F434E.
       01  434E-REGISTRO-FD            PIC  X(066).

      *    Instrucoes de debito (estorno) para o sistema de contas
      *    correntes (mesmo layout do T99F1244C)
       FD  T99F1258C.
       01  1258C-REGISTRO-FD           PIC  X(060).

      *    Lote contabil de estorno (mesmo layout do T99F1248G)
       FD  T99F1258G.
       01  1258G-REGISTRO-FD           PIC  X(060).

       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).

      *    Historico acumulado de 12 meses (mesmo layout do T99P1237)
       FD  T99F1237M.
       01  MSTR-REG-GERL.
           03  MSTR-CTA                PIC   9(11).
           03  MSTR-AGE                PIC   9(04).
           03  MSTR-MCI                PIC   9(09).
           03  MSTR-ULT-AMD-GER        PIC   9(08).
           03  MSTR-MES-ATUAL           PIC   9(02).
           03  MSTR-TOT-EXP-12M         PIC   9(15)V99.
           03  MSTR-TOT-IMP-12M         PIC   9(15)V99.
           03  MSTR-HIST OCCURS 12 TIMES INDEXED BY IDX-MES.
               05  MSTR-HIST-EXP        PIC   9(15)V99.
               05  MSTR-HIST-IMP        PIC   9(15)V99.

      *    Arquivo morto de ciclos de bonus (mesmo layout do T99P1254)
       FD  T99F1254M.
       01  ARQV-REG-GERL.
           03  ARQV-CHAVE.
               05  ARQV-CTA            PIC   9(11).
               05  ARQV-AMD-GER        PIC   9(08).
           03  ARQV-AGE                PIC   9(04).
           03  ARQV-MCI                PIC   9(09).
           03  ARQV-VL-BONUS           PIC   9(15)V99.
           03  ARQV-SITUACAO           PIC   X(01).
               88  88-ARQV-COM-BONUS                  VALUE 'B'.
               88  88-ARQV-SEM-BONUS                   VALUE 'N'.
               88  88-ARQV-REJEITADA                   VALUE 'R'.
               88  88-ARQV-ESTORNADA                   VALUE 'E'.
           03  ARQV-COD-ERRO           PIC   X(03).

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
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1258 ***'.

       77  WS-STATUS-MSTR              PIC  X(02).
           88  MSTR-OK                                  VALUE '00'.
       77  WS-STATUS-ARQV              PIC  X(02).
           88  ARQV-OK                                  VALUE '00'.
       77  WS-STATUS-TETO              PIC  X(02).
           88  TETO-OK                                  VALUE '00'.
       77  WS-STATUS-PEND              PIC  X(02).
           88  PEND-OK                                  VALUE '00'.

       77  IND-MESTRE-ABERTO           PIC  X(01)       VALUE 'N'.
           88  88-MESTRE-ABERTO                          VALUE 'S'.
       77  IND-ARQV-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-ARQV-ABERTO                            VALUE 'S'.
       77  IND-TETO-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-TETO-ABERTO                            VALUE 'S'.
       77  IND-PEND-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-PEND-ABERTO                            VALUE 'S'.

      *    Controle da trilha de execucao (T99F1237A)
       77  IND-CTRL-INICIADO           PIC  X(01)       VALUE 'N'.
           88  88-CTRL-INICIADO                          VALUE 'S'.
       77  IND-FIM-CTRL                PIC  X(01)       VALUE 'N'.
           88  88-FIM-CTRL                               VALUE 'S'.
      *    Situacao da data pedida na trilha, na ordem de gravacao:
      *    'S' a cada fim normal de producao do T99P1237, 'N' a cada
      *    fim normal de estorno deste programa
       77  IND-DATA-PROCESSADA         PIC  X(01)       VALUE 'N'.
           88  88-DATA-PROCESSADA                        VALUE 'S'.

      *    Carga do lote de creditos enviado (mesmo criterio de
      *    sequencial dentro do lote do T99P1247)
       77  CNT-CREDITOS                PIC  9(05)       VALUE 0.
       77  CNT-SEQ-LOTE                PIC  9(09)       VALUE 0.
       77  IND-TRAILER-1244            PIC  X(01)       VALUE 'N'.
           88  88-TRAILER-1244                           VALUE 'S'.
       77  ACM-QTD-CREDITOS            PIC  9(09)       VALUE 0.
       77  ACM-VL-CREDITOS             PIC  9(15)V99    VALUE 0.
       77  ACM-HASH-CTA                PIC  9(15)       VALUE 0.

      *    Retorno do lote (opcional)
       77  IND-COM-RETORNO             PIC  X(01)       VALUE 'N'.
           88  88-COM-RETORNO                            VALUE 'S'.
       77  IND-RET-CASADO              PIC  X(01)       VALUE 'N'.
           88  88-RET-CASADO                             VALUE 'S'.
       77  ACM-SEQ-RET                 PIC  S9(11)      VALUE 0.
       77  ACM-QTD-RET-ORFAO           PIC  9(05)       VALUE 0.

      *    Geracao das instrucoes de debito
       77  WS-AGE-ANTERIOR             PIC  9(04)       VALUE 0.
       77  WS-PRIMEIRA-AGE             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRA-AGE                          VALUE 'S'.
       77  ACM-QTD-LOTES               PIC  9(05)       VALUE 0.
       77  ACM-QTD-LOTE                PIC  9(09)       VALUE 0.
       77  ACM-VL-LOTE                 PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-DEBITOS             PIC  9(09)       VALUE 0.
       77  ACM-VL-DEBITOS              PIC  9(15)V99    VALUE 0.
       77  ACM-HASH-DEBITO             PIC  9(15)       VALUE 0.
       77  ACM-QTD-NAO-POSTADOS        PIC  9(09)       VALUE 0.

      *    Lote contabil de estorno: um par debito/credito por
      *    agencia (mesmo criterio do T99P1248)
       77  WS-AGE-LCTO-ANTERIOR        PIC  9(04)       VALUE 0.
       77  WS-PRIMEIRA-AGE-LCTO        PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRA-AGE-LCTO                     VALUE 'S'.
       77  ACM-VL-AGE-LCTO             PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-LANCTOS             PIC  9(09)       VALUE 0.
       77  ACM-VL-DEB-ESTORNO          PIC  9(15)V99    VALUE 0.
       77  ACM-VL-CRED-ESTORNO         PIC  9(15)V99    VALUE 0.

      *    Encerramento do reenvio pendente no T99F1247M
       77  IND-PEND-ENCERRADA          PIC  X(01)       VALUE 'N'.
           88  88-PEND-ENCERRADA                         VALUE 'S'.
       77  ACM-QTD-PEND-ENCERRADAS     PIC  9(09)       VALUE 0.
       77  ACM-VL-PEND-ENCERRADAS      PIC  9(15)V99    VALUE 0.
       77  WS-AMD-PROCESSAMENTO        PIC  9(08)       VALUE 0.

      *    Retirada do periodo do mestre e do arquivo morto
       77  ACM-SEQ-434                 PIC  S9(09)      VALUE 0.
       77  ACM-QTD-434                 PIC  9(09)       VALUE 0.
       77  ACM-QTD-MSTR-ESTORNADAS     PIC  9(09)       VALUE 0.
       77  ACM-QTD-MSTR-AUSENTES       PIC  9(09)       VALUE 0.
       77  ACM-QTD-MSTR-FORA-JANELA    PIC  9(09)       VALUE 0.
       77  ACM-VL-EXP-ESTORNADO        PIC  9(15)V99    VALUE 0.
       77  ACM-VL-IMP-ESTORNADO        PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-ARQV-ESTORNADOS     PIC  9(09)       VALUE 0.
       77  ACM-QTD-TETO-ESTORNADAS     PIC  9(09)       VALUE 0.
       77  ACM-QTD-NAO-DEBITADAS       PIC  9(09)       VALUE 0.
       77  IND-CTA-DEBITADA            PIC  X(01)       VALUE 'N'.
           88  88-CTA-DEBITADA                           VALUE 'S'.
       77  ACM-VL-TETO-ESTORNADO       PIC  9(15)V99    VALUE 0.

       77  WS-AMD-ANO-ESTORNO          PIC  9(04)       VALUE 0.
       77  WS-AMD-MES-ESTORNO          PIC  9(02)       VALUE 0.
       77  WS-AMD-ANO-MESTRE           PIC  9(04)       VALUE 0.
       77  WS-AMD-MES-MESTRE           PIC  9(02)       VALUE 0.
       77  WS-MESES-DECORRIDOS         PIC  S9(05)      VALUE 0.
       77  WS-MES-ESTORNO              PIC  S9(03)      VALUE 0.

      *    Parametro do estorno, lido do T99F1258P
       01  1258P-REG-PARM.
           03  EST-AMD-GER             PIC   9(08).
           03  EST-DT-VALOR            PIC   9(08).

      *    Contas contabeis, lidas do T99F1248P
       01  1248P-REG-PARM.
           03  LCTO-CTA-DESPESA        PIC   9(11).
           03  LCTO-CTA-LIQUID         PIC   9(11).

      *    Tabela dos creditos enviados, casada contra o retorno
       01  TAB-CREDITOS.
           03  TAB-CRD-ITEM OCCURS 5000 TIMES INDEXED BY IDX-CRD.
               05  TAB-CRD-AGE         PIC   9(04).
               05  TAB-CRD-CTA         PIC   9(11).
               05  TAB-CRD-MCI         PIC   9(09).
               05  TAB-CRD-VL          PIC   9(15)V99.
               05  TAB-CRD-SEQ-LOTE    PIC   9(09).
               05  TAB-CRD-SIT         PIC   X(01).
               05  TAB-CRD-DEBITADO    PIC   X(01).

      *    Registros da interface de credito/debito (mesmo layout do
      *    T99P1244, tipo em coluna 1)

      *    Tipo 1 - header de arquivo
       01  CRD1-REG-HEADER.
           03  CRD1-TIPO               PIC   X(01).
           03  CRD1-NOM-ARQ            PIC   X(08).
           03  CRD1-AMD-GER            PIC   9(08).
           03  CRD1-DT-VALOR           PIC   9(08).
           03  FILLER                  PIC   X(35).

      *    Tipo 2 - header de lote (agencia)
       01  FILLER REDEFINES CRD1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  CRD2-AGE                PIC   9(04).
           03  FILLER                  PIC   X(55).

      *    Tipo 3 - instrucao de credito (no estorno, de debito)
       01  FILLER REDEFINES CRD1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  CRD3-AGE                PIC   9(04).
           03  CRD3-CTA                PIC   9(11).
           03  CRD3-MCI                PIC   9(09).
           03  CRD3-VL-CREDITO         PIC   9(15)V99.
           03  CRD3-DT-VALOR           PIC   9(08).
           03  FILLER                  PIC   X(10).

      *    Tipo 4 - trailer de lote (agencia)
       01  FILLER REDEFINES CRD1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  CRD4-AGE                PIC   9(04).
           03  CRD4-QTD-CREDITOS       PIC   9(09).
           03  CRD4-VL-LOTE            PIC   9(15)V99.
           03  FILLER                  PIC   X(29).

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
           03  RET-AGE                 PIC   9(04).
           03  RET-CTA                 PIC   9(11).
           03  RET-SEQ-LOTE            PIC   9(09).
           03  RET-SIT                 PIC   X(01).
               88  88-RET-POSTADO                     VALUE 'P'.
               88  88-RET-REJEITADO                    VALUE 'R'.
           03  RET-COD-MOTIVO          PIC   X(03).
           03  FILLER                  PIC   X(12).

      *    Header
       01  FILLER REDEFINES 1247R-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-NOM-ARQ             PIC   X(08).
           03  RET-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(09).

      *    Trailer
       01  FILLER REDEFINES 1247R-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-SOMAT-SEQ           PIC   9(11).
           03  FILLER                  PIC   X(14).

      *    Registros do lote contabil (mesmo layout do T99P1248)

      *    Tipo 1 - header de lote
       01  LCT1-REG-HEADER.
           03  LCT1-TIPO               PIC   X(01).
           03  LCT1-NOM-ARQ            PIC   X(08).
           03  LCT1-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(43).

      *    Tipo 2 - lancamento (debito ou credito)
       01  FILLER REDEFINES LCT1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  LCT2-AGE                PIC   9(04).
           03  LCT2-IND-DC             PIC   X(01).
           03  LCT2-CTA-CONTABIL       PIC   9(11).
           03  LCT2-VL-LANCTO          PIC   9(15)V99.
           03  LCT2-HISTORICO          PIC   X(20).
           03  FILLER                  PIC   X(06).

      *    Tipo 9 - trailer de lote
       01  FILLER REDEFINES LCT1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  LCT9-QTD-LANCTOS        PIC   9(09).
           03  LCT9-VL-TOT-DEBITOS     PIC   9(15)V99.
           03  LCT9-VL-TOT-CREDITOS    PIC   9(15)V99.
           03  FILLER                  PIC   X(16).

      *    Arquivo de importacoes e exportacoes (mesmo layout do
      *    T99P1237)

      *    Detalhe
       01  434-REG-GERL.
           03  434-AGE                 PIC   9(04).
           03  434-CTA                 PIC   9(11).
           03  434-MCI                 PIC   9(09).
           03  434-VL-EXP              PIC   9(15)V99.
           03  434-VL-IMP              PIC   9(15)V99.
           03  434-SEQ                 PIC   9(05).
           03  434-MOEDA               PIC   X(03).

      *    Header
       01  FILLER REDEFINES 434-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  434-NOM-ARQ             PIC   X(08).
           03  434-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(32).
           03  FILLER                  PIC   X(03).

      *    Trailer
       01  FILLER REDEFINES 434-REG-GERL.
           03  FILLER                  PIC   X(52).
           03  434-SOMAT-SEQ           PIC   9(11).
           03  FILLER                  PIC   X(03).

      *    Registro da trilha de execucao (mesmo layout nos demais
      *    programas da esteira e no T99P1246)
       01  CTRL-REG-GERL.
           03  CTRL-PROGRAMA           PIC   X(08).
           03  CTRL-AMD-GER            PIC   9(08).
           03  CTRL-TIPO               PIC   X(01).
               88  88-CTRL-INICIO                     VALUE 'I'.
               88  88-CTRL-FIM                         VALUE 'F'.
               88  88-CTRL-CANCELADO                   VALUE 'C'.
           03  CTRL-DATA-EXEC          PIC   9(08).
           03  CTRL-HORA-EXEC          PIC   9(08).
           03  CTRL-QTD-LIDOS          PIC   9(09).
           03  CTRL-QTD-GRAVADOS       PIC   9(09).
           03  CTRL-QTD-REJEITADOS     PIC   9(09).
           03  CTRL-VL-TOT-BONUS       PIC   9(15)V99.
           03  CTRL-IND-SIM            PIC   X(01).
           03  CTRL-IND-CONCIL         PIC   X(01).
           03  CTRL-IND-FORCA          PIC   X(01).
           03  FILLER                  PIC   X(05).

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.
           PERFORM 200000-CARREGA-LOTE-1244.
           PERFORM 300000-CASA-RETORNO.
           PERFORM 400000-GRAVA-DEBITOS.
           PERFORM 600000-ESTORNA-MESTRE.
           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' DEBITOS: ' ACM-QTD-DEBITOS
                   ' VALOR: ' ACM-VL-DEBITOS
                   ' NAO POSTADOS: ' ACM-QTD-NAO-POSTADOS.
           DISPLAY '999 ' CTE-PROG ' REENVIOS ENCERRADOS: '
                   ACM-QTD-PEND-ENCERRADAS
                   ' VALOR: ' ACM-VL-PEND-ENCERRADAS.
           DISPLAY '999 ' CTE-PROG ' LANCAMENTOS: ' ACM-QTD-LANCTOS
                   ' DEBITOS: ' ACM-VL-DEB-ESTORNO
                   ' CREDITOS: ' ACM-VL-CRED-ESTORNO.
           DISPLAY '999 ' CTE-PROG ' MESTRE: ' ACM-QTD-MSTR-ESTORNADAS
                   ' FORA DA JANELA: ' ACM-QTD-MSTR-FORA-JANELA
                   ' AUSENTES: ' ACM-QTD-MSTR-AUSENTES
                   ' ARQUIVO MORTO: ' ACM-QTD-ARQV-ESTORNADOS.
           DISPLAY '999 ' CTE-PROG ' CONTAS SEM DEBITO (MESTRE E '
                   'ACUMULADO MANTIDOS): ' ACM-QTD-NAO-DEBITADAS.
           DISPLAY '999 ' CTE-PROG ' ACUMULADO ANUAL: '
                   ACM-QTD-TETO-ESTORNADAS
                   ' VALOR: ' ACM-VL-TETO-ESTORNADO.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1258P.

           READ T99F1258P INTO 1258P-REG-PARM
                AT END PERFORM 999001-ERRO-001.

           CLOSE T99F1258P.

           IF  EST-AMD-GER EQUAL 0
               OR EST-DT-VALOR EQUAL 0
               PERFORM 999002-ERRO-002.

           OPEN INPUT  T99F1248P.

           READ T99F1248P INTO 1248P-REG-PARM
                AT END PERFORM 999018-ERRO-018.

           CLOSE T99F1248P.

           IF  LCTO-CTA-DESPESA EQUAL 0
               OR LCTO-CTA-LIQUID EQUAL 0
               PERFORM 999019-ERRO-019.

           ACCEPT WS-AMD-PROCESSAMENTO FROM DATE YYYYMMDD.

           PERFORM 110000-CONTROLE-INICIO.

           OPEN INPUT  T99F1244C
                       T99F1247R
                       T99F434E
                OUTPUT T99F1258C
                       T99F1258G.

           PERFORM 120000-ABRE-MESTRES.
       100000-SAIDA.
           EXIT.

      *-----------------------------------
       110000-CONTROLE-INICIO SECTION.
      *-----------------------------------
      *    So se estorna uma data com fim normal de producao do
      *    T99P1237 na trilha que ainda nao tenha sido estornada
      *    depois dele - o mesmo criterio que o T99P1237 usa, no
      *    sentido inverso, para recusar ou liberar o recalculo.
           OPEN INPUT T99F1237A.
           MOVE 'N' TO IND-FIM-CTRL.
           PERFORM 113000-LE-CONTROLE-UM
               UNTIL 88-FIM-CTRL.
           CLOSE T99F1237A.

           IF  NOT 88-DATA-PROCESSADA
               PERFORM 999003-ERRO-003
           END-IF.

           MOVE SPACES      TO CTRL-REG-GERL.
           MOVE 'T99P1258'  TO CTRL-PROGRAMA.
           MOVE EST-AMD-GER TO CTRL-AMD-GER.
           MOVE 'I'         TO CTRL-TIPO.
           MOVE 0           TO CTRL-QTD-LIDOS
                               CTRL-QTD-GRAVADOS
                               CTRL-QTD-REJEITADOS
                               CTRL-VL-TOT-BONUS.
           PERFORM 112000-GRAVA-CONTROLE.
           MOVE 'S' TO IND-CTRL-INICIADO.
       110000-SAIDA.
           EXIT.

      *-----------------------------------
       111000-CONTROLE-FIM SECTION.
      *-----------------------------------
           MOVE SPACES                TO CTRL-REG-GERL.
           MOVE 'T99P1258'            TO CTRL-PROGRAMA.
           MOVE EST-AMD-GER           TO CTRL-AMD-GER.
           MOVE 'F'                   TO CTRL-TIPO.
           MOVE ACM-QTD-434           TO CTRL-QTD-LIDOS.
           MOVE ACM-QTD-DEBITOS       TO CTRL-QTD-GRAVADOS.
           MOVE ACM-QTD-MSTR-AUSENTES TO CTRL-QTD-REJEITADOS.
           MOVE ACM-VL-DEBITOS        TO CTRL-VL-TOT-BONUS.
           PERFORM 112000-GRAVA-CONTROLE.
       111000-SAIDA.
           EXIT.

      *-----------------------------------
       112000-GRAVA-CONTROLE SECTION.
      *-----------------------------------
           ACCEPT CTRL-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT CTRL-HORA-EXEC FROM TIME.
           OPEN EXTEND T99F1237A.
           WRITE 1237A-REGISTRO-FD FROM CTRL-REG-GERL.
           CLOSE T99F1237A.
       112000-SAIDA.
           EXIT.

      *-----------------------------------
       113000-LE-CONTROLE-UM SECTION.
      *-----------------------------------
           READ T99F1237A INTO CTRL-REG-GERL
                AT END
                    MOVE 'S' TO IND-FIM-CTRL
                NOT AT END
                    IF  CTRL-AMD-GER EQUAL EST-AMD-GER
                        AND 88-CTRL-FIM
                        IF  CTRL-PROGRAMA EQUAL 'T99P1237'
                            AND CTRL-IND-SIM NOT EQUAL 'S'
                            MOVE 'S' TO IND-DATA-PROCESSADA
                        END-IF
                        IF  CTRL-PROGRAMA EQUAL 'T99P1258'
                            MOVE 'N' TO IND-DATA-PROCESSADA
                        END-IF
                    END-IF
           END-READ.
       113000-SAIDA.
           EXIT.

      *-----------------------------------
       120000-ABRE-MESTRES SECTION.
      *-----------------------------------
      *    O mestre de 12 meses tem de existir: a data foi processada
      *    pelo T99P1237. O arquivo morto so existe depois da primeira
      *    carga do T99P1254; sem ele nao ha registro a marcar.
           OPEN I-O T99F1237M.
           IF  NOT MSTR-OK
               PERFORM 999004-ERRO-004
           END-IF.
           MOVE 'S' TO IND-MESTRE-ABERTO.

           OPEN I-O T99F1254M.
           IF  ARQV-OK
               MOVE 'S' TO IND-ARQV-ABERTO
           ELSE
               DISPLAY '888 ' CTE-PROG ' 031 - ARQUIVO MORTO T99F1254M'
                       ' INDISPONIVEL - STATUS: ' WS-STATUS-ARQV
                       ' - NENHUM REGISTRO MARCADO.'
           END-IF.

      *    O acumulado anual por cliente so existe depois do primeiro
      *    ciclo com o teto anual; sem ele nao ha bonus a retirar.
           OPEN I-O T99F1237Y.
           IF  TETO-OK
               MOVE 'S' TO IND-TETO-ABERTO
           ELSE
               DISPLAY '888 ' CTE-PROG ' 033 - ACUMULADO ANUAL '
                       'T99F1237Y INDISPONIVEL - STATUS: '
                       WS-STATUS-TETO
                       ' - NENHUM BONUS RETIRADO.'
           END-IF.

      *    O cadastro de pendencias so existe depois da primeira
      *    rejeicao tratada pelo T99P1247; sem ele nao ha reenvio a
      *    encerrar.
           OPEN I-O T99F1247M.
           IF  PEND-OK
               MOVE 'S' TO IND-PEND-ABERTO
           ELSE
               DISPLAY '888 ' CTE-PROG ' 038 - CADASTRO DE PENDENCIAS '
                       'T99F1247M INDISPONIVEL - STATUS: '
                       WS-STATUS-PEND
                       ' - NENHUM REENVIO ENCERRADO.'
           END-IF.
       120000-SAIDA.
           EXIT.

      *-----------------------------------
       200000-CARREGA-LOTE-1244 SECTION.
      *-----------------------------------
      *    Carrega os creditos enviados (tipo 3) numa tabela com o
      *    sequencial dentro do lote de agencia recomputado, e
      *    confere o trailer tipo 5, como o T99P1247.
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999005-ERRO-005.

           IF  CRD1-TIPO NOT EQUAL '1'
               OR CRD1-NOM-ARQ NOT EQUAL 'T99F1244'
               PERFORM 999006-ERRO-006.

           IF  CRD1-AMD-GER NOT EQUAL EST-AMD-GER
               PERFORM 999007-ERRO-007.

           PERFORM 210000-LE-1244-UM
               UNTIL 88-TRAILER-1244.

           IF  CRD5-QTD-CREDITOS NOT EQUAL ACM-QTD-CREDITOS
               PERFORM 999011-ERRO-011.
           IF  CRD5-VL-TOTAL NOT EQUAL ACM-VL-CREDITOS
               PERFORM 999012-ERRO-012.
           IF  CRD5-HASH-CTA NOT EQUAL ACM-HASH-CTA
               PERFORM 999013-ERRO-013.
       200000-SAIDA.
           EXIT.

      *-----------------------------------
       210000-LE-1244-UM SECTION.
      *-----------------------------------
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999008-ERRO-008.

           EVALUATE CRD1-TIPO
               WHEN '2'
                   MOVE 0 TO CNT-SEQ-LOTE
               WHEN '3'
                   ADD 1 TO CNT-SEQ-LOTE
                   ADD 1 TO CNT-CREDITOS
                   IF  CNT-CREDITOS GREATER 5000
                       PERFORM 999010-ERRO-010
                   END-IF
                   SET IDX-CRD TO CNT-CREDITOS
                   MOVE CRD3-AGE        TO TAB-CRD-AGE(IDX-CRD)
                   MOVE CRD3-CTA        TO TAB-CRD-CTA(IDX-CRD)
                   MOVE CRD3-MCI        TO TAB-CRD-MCI(IDX-CRD)
                   MOVE CRD3-VL-CREDITO TO TAB-CRD-VL(IDX-CRD)
                   MOVE CNT-SEQ-LOTE    TO TAB-CRD-SEQ-LOTE(IDX-CRD)
                   MOVE ' '             TO TAB-CRD-SIT(IDX-CRD)
                   MOVE 'N'             TO TAB-CRD-DEBITADO(IDX-CRD)
                   ADD 1                TO ACM-QTD-CREDITOS
                   ADD CRD3-VL-CREDITO  TO ACM-VL-CREDITOS
                   ADD CRD3-CTA         TO ACM-HASH-CTA
               WHEN '4'
                   CONTINUE
               WHEN '5'
                   MOVE 'S' TO IND-TRAILER-1244
               WHEN OTHER
                   PERFORM 999009-ERRO-009
           END-EVALUATE.
       210000-SAIDA.
           EXIT.

      *-----------------------------------
       300000-CASA-RETORNO SECTION.
      *-----------------------------------
      *    Com o retorno do lote alocado, so os creditos postados sao
      *    debitados: rejeitado ou sem retorno nunca entrou na conta
      *    do cliente. Sem retorno, o lote inteiro e debitado.
           READ T99F1247R INTO 1247R-REG-GERL
                AT END
                    MOVE 'N' TO IND-COM-RETORNO
                NOT AT END
                    MOVE 'S' TO IND-COM-RETORNO
           END-READ.

           IF  NOT 88-COM-RETORNO
               GO TO 300000-SAIDA.

           IF  RET-NOM-ARQ NOT EQUAL 'T99F1247'
               PERFORM 999014-ERRO-014.

           IF  RET-AMD-GER NOT EQUAL EST-AMD-GER
               PERFORM 999015-ERRO-015.

           PERFORM 310000-LE-RETORNO-UM
               UNTIL RET-AGE EQUAL 9999.

           IF  RET-SOMAT-SEQ NOT EQUAL ACM-SEQ-RET
               PERFORM 999017-ERRO-017.
       300000-SAIDA.
           EXIT.

      *-----------------------------------
       310000-LE-RETORNO-UM SECTION.
      *-----------------------------------
           READ T99F1247R INTO 1247R-REG-GERL
                AT END PERFORM 999016-ERRO-016.

           IF  RET-AGE NOT EQUAL 9999
               ADD RET-SEQ-LOTE TO ACM-SEQ-RET
               MOVE 'N' TO IND-RET-CASADO
               PERFORM 320000-CASA-UM-CREDITO
                   VARYING IDX-CRD FROM 1 BY 1
                   UNTIL IDX-CRD GREATER CNT-CREDITOS
                      OR 88-RET-CASADO
               IF  NOT 88-RET-CASADO
                   ADD 1 TO ACM-QTD-RET-ORFAO
                   DISPLAY '888 ' CTE-PROG ' 030 - RETORNO SEM '
                           'CREDITO CORRESPONDENTE NO T99F1244C - '
                           'AGE: ' RET-AGE ' CTA: ' RET-CTA
                           ' SEQ: ' RET-SEQ-LOTE
               END-IF
           END-IF.
       310000-SAIDA.
           EXIT.

      *-----------------------------------
       320000-CASA-UM-CREDITO SECTION.
      *-----------------------------------
           IF  TAB-CRD-AGE(IDX-CRD) EQUAL RET-AGE
               AND TAB-CRD-CTA(IDX-CRD) EQUAL RET-CTA
               AND TAB-CRD-SEQ-LOTE(IDX-CRD) EQUAL RET-SEQ-LOTE
               AND TAB-CRD-SIT(IDX-CRD) EQUAL ' '
               MOVE 'S'     TO IND-RET-CASADO
               MOVE RET-SIT TO TAB-CRD-SIT(IDX-CRD)
           END-IF.
       320000-SAIDA.
           EXIT.

      *-----------------------------------
       400000-GRAVA-DEBITOS SECTION.
      *-----------------------------------
      *    Instrucoes de debito com o layout do T99F1244C e o nome
      *    T99F1258 no header: lote por agencia na mesma ordem do
      *    lote de creditos, pelo mesmo valor liquido creditado.
      *    O lote contabil T99F1258G (layout do T99F1248G, nome
      *    T99F1258 no header) e montado no mesmo passo, somado por
      *    agencia; sem valor a estornar sai so com header e trailer
      *    zerado.
           MOVE SPACES       TO CRD1-REG-HEADER.
           MOVE '1'          TO CRD1-TIPO.
           MOVE 'T99F1258'   TO CRD1-NOM-ARQ.
           MOVE EST-AMD-GER  TO CRD1-AMD-GER.
           MOVE EST-DT-VALOR TO CRD1-DT-VALOR.
           WRITE 1258C-REGISTRO-FD FROM CRD1-REG-HEADER.

           MOVE SPACES       TO LCT1-REG-HEADER.
           MOVE '1'          TO LCT1-TIPO.
           MOVE 'T99F1258'   TO LCT1-NOM-ARQ.
           MOVE EST-AMD-GER  TO LCT1-AMD-GER.
           WRITE 1258G-REGISTRO-FD FROM LCT1-REG-HEADER.

           PERFORM 410000-GRAVA-UM-DEBITO
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.

           IF  NOT 88-PRIMEIRA-AGE
               PERFORM 430000-GRAVA-TRL-LOTE
           END-IF.

           IF  NOT 88-PRIMEIRA-AGE-LCTO
               PERFORM 460000-GRAVA-PAR-AGENCIA
           END-IF.

           MOVE SPACES              TO LCT1-REG-HEADER.
           MOVE '9'                 TO LCT1-TIPO.
           MOVE ACM-QTD-LANCTOS     TO LCT9-QTD-LANCTOS.
           MOVE ACM-VL-DEB-ESTORNO  TO LCT9-VL-TOT-DEBITOS.
           MOVE ACM-VL-CRED-ESTORNO TO LCT9-VL-TOT-CREDITOS.
           WRITE 1258G-REGISTRO-FD FROM LCT1-REG-HEADER.

           MOVE SPACES          TO CRD1-REG-HEADER.
           MOVE '5'             TO CRD1-TIPO.
           MOVE ACM-QTD-LOTES   TO CRD5-QTD-LOTES.
           MOVE ACM-QTD-DEBITOS TO CRD5-QTD-CREDITOS.
           MOVE ACM-VL-DEBITOS  TO CRD5-VL-TOTAL.
           MOVE ACM-HASH-DEBITO TO CRD5-HASH-CTA.
           WRITE 1258C-REGISTRO-FD FROM CRD1-REG-HEADER.
       400000-SAIDA.
           EXIT.

      *-----------------------------------
       410000-GRAVA-UM-DEBITO SECTION.
      *-----------------------------------
      *    Credito nao postado cujo reenvio e encerrado aqui volta
      *    para a despesa no lote contabil sem ser debitado: o valor
      *    esta parado na conta de liquidacao desde o T99P1248.
           MOVE 'N' TO IND-PEND-ENCERRADA.
           IF  88-PEND-ABERTO
               PERFORM 440000-ENCERRA-PENDENCIA
           END-IF.

           IF  88-COM-RETORNO
               AND TAB-CRD-SIT(IDX-CRD) NOT EQUAL 'P'
               ADD 1 TO ACM-QTD-NAO-POSTADOS
               IF  88-PEND-ENCERRADA
                   PERFORM 450000-ACUMULA-LANCTO
               END-IF
               GO TO 410000-SAIDA.

           IF  88-PRIMEIRA-AGE
               MOVE 'N'                  TO WS-PRIMEIRA-AGE
               MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-ANTERIOR
               PERFORM 420000-GRAVA-HDR-LOTE
           END-IF.

           IF  TAB-CRD-AGE(IDX-CRD) NOT EQUAL WS-AGE-ANTERIOR
               PERFORM 430000-GRAVA-TRL-LOTE
               MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-ANTERIOR
               PERFORM 420000-GRAVA-HDR-LOTE
           END-IF.

           MOVE SPACES               TO CRD1-REG-HEADER.
           MOVE '3'                  TO CRD1-TIPO.
           MOVE TAB-CRD-AGE(IDX-CRD) TO CRD3-AGE.
           MOVE TAB-CRD-CTA(IDX-CRD) TO CRD3-CTA.
           MOVE TAB-CRD-MCI(IDX-CRD) TO CRD3-MCI.
           MOVE TAB-CRD-VL(IDX-CRD)  TO CRD3-VL-CREDITO.
           MOVE EST-DT-VALOR         TO CRD3-DT-VALOR.
           WRITE 1258C-REGISTRO-FD FROM CRD1-REG-HEADER.
           MOVE 'S'                 TO TAB-CRD-DEBITADO(IDX-CRD).

           ADD 1                    TO ACM-QTD-LOTE.
           ADD TAB-CRD-VL(IDX-CRD)  TO ACM-VL-LOTE.
           ADD 1                    TO ACM-QTD-DEBITOS.
           ADD TAB-CRD-VL(IDX-CRD)  TO ACM-VL-DEBITOS.
           ADD TAB-CRD-CTA(IDX-CRD) TO ACM-HASH-DEBITO.

           PERFORM 450000-ACUMULA-LANCTO.
       410000-SAIDA.
           EXIT.

      *-----------------------------------
       420000-GRAVA-HDR-LOTE SECTION.
      *-----------------------------------
           MOVE SPACES          TO CRD1-REG-HEADER.
           MOVE '2'             TO CRD1-TIPO.
           MOVE WS-AGE-ANTERIOR TO CRD2-AGE.
           WRITE 1258C-REGISTRO-FD FROM CRD1-REG-HEADER.

           ADD 1  TO ACM-QTD-LOTES.
           MOVE 0 TO ACM-QTD-LOTE.
           MOVE 0 TO ACM-VL-LOTE.
       420000-SAIDA.
           EXIT.

      *-----------------------------------
       430000-GRAVA-TRL-LOTE SECTION.
      *-----------------------------------
           MOVE SPACES          TO CRD1-REG-HEADER.
           MOVE '4'             TO CRD1-TIPO.
           MOVE WS-AGE-ANTERIOR TO CRD4-AGE.
           MOVE ACM-QTD-LOTE    TO CRD4-QTD-CREDITOS.
           MOVE ACM-VL-LOTE     TO CRD4-VL-LOTE.
           WRITE 1258C-REGISTRO-FD FROM CRD1-REG-HEADER.
       430000-SAIDA.
           EXIT.

      *-----------------------------------
       440000-ENCERRA-PENDENCIA SECTION.
      *-----------------------------------
      *    Credito do lote com reenvio ainda pendente no T99F1247M
      *    (conta e data de geracao do ciclo) tem o reenvio encerrado
      *    com a situacao 'E': o T99P1244 recusa o credito no lote de
      *    reenvio T99F1247 ja gerado e o recalculo da data o paga de
      *    novo uma unica vez. Reenvio ja postado ('L') ou em
      *    pendencia ('S') nao e tocado. Registro ja encerrado vem de
      *    um estorno desta data cancelado antes do fim normal e
      *    conta de novo para o lote contabil refeito.
           MOVE TAB-CRD-CTA(IDX-CRD) TO PEND-CTA.
           MOVE EST-AMD-GER          TO PEND-AMD-ORIGEM.
           READ T99F1247M
               INVALID KEY
                   GO TO 440000-SAIDA
           END-READ.

           IF  88-PEND-ESTORNADO
               MOVE 'S' TO IND-PEND-ENCERRADA
               ADD 1                   TO ACM-QTD-PEND-ENCERRADAS
               ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-PEND-ENCERRADAS
               GO TO 440000-SAIDA.

           IF  NOT 88-PEND-REENVIO
               GO TO 440000-SAIDA.

           MOVE 'E'                  TO PEND-SITUACAO.
           MOVE WS-AMD-PROCESSAMENTO TO PEND-AMD-SITUACAO.
           REWRITE PEND-REG-GERL
               INVALID KEY
                   PERFORM 999037-ERRO-037
           END-REWRITE.
           MOVE 'S' TO IND-PEND-ENCERRADA.
           ADD 1                   TO ACM-QTD-PEND-ENCERRADAS.
           ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-PEND-ENCERRADAS.
       440000-SAIDA.
           EXIT.

      *-----------------------------------
       450000-ACUMULA-LANCTO SECTION.
      *-----------------------------------
      *    O lote de creditos vem ordenado por agencia (T99P1244).
           IF  88-PRIMEIRA-AGE-LCTO
               MOVE 'N'                  TO WS-PRIMEIRA-AGE-LCTO
               MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-LCTO-ANTERIOR
               MOVE 0                    TO ACM-VL-AGE-LCTO
           END-IF.

           IF  TAB-CRD-AGE(IDX-CRD) NOT EQUAL WS-AGE-LCTO-ANTERIOR
               PERFORM 460000-GRAVA-PAR-AGENCIA
               MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-LCTO-ANTERIOR
               MOVE 0                    TO ACM-VL-AGE-LCTO
           END-IF.

           ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-AGE-LCTO.
       450000-SAIDA.
           EXIT.

      *-----------------------------------
       460000-GRAVA-PAR-AGENCIA SECTION.
      *-----------------------------------
      *    Inverso do par do T99P1248: debito na conta de liquidacao
      *    e credito na conta de despesa de bonus.
           MOVE SPACES               TO LCT1-REG-HEADER.
           MOVE '2'                  TO LCT1-TIPO.
           MOVE WS-AGE-LCTO-ANTERIOR TO LCT2-AGE.
           MOVE 'D'                  TO LCT2-IND-DC.
           MOVE LCTO-CTA-LIQUID      TO LCT2-CTA-CONTABIL.
           MOVE ACM-VL-AGE-LCTO      TO LCT2-VL-LANCTO.
           MOVE 'ESTORNO LIQUID.BONUS' TO LCT2-HISTORICO.
           WRITE 1258G-REGISTRO-FD FROM LCT1-REG-HEADER.
           ADD 1               TO ACM-QTD-LANCTOS.
           ADD ACM-VL-AGE-LCTO TO ACM-VL-DEB-ESTORNO.

           MOVE SPACES               TO LCT1-REG-HEADER.
           MOVE '2'                  TO LCT1-TIPO.
           MOVE WS-AGE-LCTO-ANTERIOR TO LCT2-AGE.
           MOVE 'C'                  TO LCT2-IND-DC.
           MOVE LCTO-CTA-DESPESA     TO LCT2-CTA-CONTABIL.
           MOVE ACM-VL-AGE-LCTO      TO LCT2-VL-LANCTO.
           MOVE 'ESTORNO DESP. BONUS'  TO LCT2-HISTORICO.
           WRITE 1258G-REGISTRO-FD FROM LCT1-REG-HEADER.
           ADD 1               TO ACM-QTD-LANCTOS.
           ADD ACM-VL-AGE-LCTO TO ACM-VL-CRED-ESTORNO.
       460000-SAIDA.
           EXIT.

      *-----------------------------------
       600000-ESTORNA-MESTRE SECTION.
      *-----------------------------------
      *    Percorre o T99F434E do ciclo (header, trailer e somatorio
      *    conferidos como no T99P1237) marcando o ciclo no arquivo
      *    morto e retirando do mestre de 12 meses e do acumulado
      *    anual as contas debitadas em 400000-GRAVA-DEBITOS.
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999024-ERRO-024.

           IF  434-AGE     NOT EQUAL 0
               OR 434-CTA  NOT EQUAL 0
               OR 434-NOM-ARQ NOT EQUAL 'T99F434'
               OR 434-SEQ  NOT EQUAL 1
               PERFORM 999025-ERRO-025.

           IF  434-AMD-GER NOT EQUAL EST-AMD-GER
               PERFORM 999026-ERRO-026.

           COMPUTE WS-AMD-ANO-ESTORNO = EST-AMD-GER / 10000.
           COMPUTE WS-AMD-MES-ESTORNO = (EST-AMD-GER / 100)
                                      - (WS-AMD-ANO-ESTORNO * 100).

           ADD 434-SEQ TO ACM-SEQ-434.
           PERFORM 610000-LE-434.

           PERFORM 620000-ESTORNA-UMA-CONTA
               UNTIL 434-AGE EQUAL 9999.

           IF  434-SOMAT-SEQ NOT EQUAL ACM-SEQ-434
               PERFORM 999028-ERRO-028.
       600000-SAIDA.
           EXIT.

      *-----------------------------------
       610000-LE-434 SECTION.
      *-----------------------------------
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999027-ERRO-027.
       610000-SAIDA.
           EXIT.

      *-----------------------------------
       620000-ESTORNA-UMA-CONTA SECTION.
      *-----------------------------------
           ADD 434-SEQ TO ACM-SEQ-434.
           ADD 1       TO ACM-QTD-434.

           IF  88-ARQV-ABERTO
               PERFORM 640000-MARCA-ARQUIVO-MORTO
           END-IF.

      *    So a conta com credito debitado neste estorno sai do
      *    mestre e do acumulado anual; as demais podem ter recebido
      *    credito da mesma data por outro lote (T99P1245, reenvio),
      *    que continua valendo.
           MOVE 'N' TO IND-CTA-DEBITADA.
           PERFORM 621000-PROCURA-DEBITO
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS
                  OR 88-CTA-DEBITADA.

           IF  88-CTA-DEBITADA
               PERFORM 622000-ESTORNA-HISTORICO
           ELSE
               ADD 1 TO ACM-QTD-NAO-DEBITADAS
           END-IF.

           PERFORM 610000-LE-434.
       620000-SAIDA.
           EXIT.

      *-----------------------------------
       621000-PROCURA-DEBITO SECTION.
      *-----------------------------------
           IF  TAB-CRD-CTA(IDX-CRD) EQUAL 434-CTA
               AND TAB-CRD-DEBITADO(IDX-CRD) EQUAL 'S'
               MOVE 'S' TO IND-CTA-DEBITADA
           END-IF.
       621000-SAIDA.
           EXIT.

      *-----------------------------------
       622000-ESTORNA-HISTORICO SECTION.
      *-----------------------------------
           MOVE 434-CTA TO MSTR-CTA.
           READ T99F1237M
               INVALID KEY
                   ADD 1 TO ACM-QTD-MSTR-AUSENTES
                   DISPLAY '888 ' CTE-PROG ' 032 - CONTA DO T99F434E '
                           'AUSENTE DO MESTRE T99F1237M - CTA: '
                           434-CTA
               NOT INVALID KEY
                   PERFORM 630000-ZERA-MES-ESTORNO
           END-READ.

           IF  88-TETO-ABERTO
               PERFORM 650000-ZERA-ACUM-ANUAL
           END-IF.
       622000-SAIDA.
           EXIT.

      *-----------------------------------
       630000-ZERA-MES-ESTORNO SECTION.
      *-----------------------------------
      *    A posicao do rotativo que recebeu a data estornada fica
      *    tantos meses atras de MSTR-MES-ATUAL quantos separam a data
      *    estornada de MSTR-ULT-AMD-GER (0 quando o ciclo estornado e
      *    o ultimo da conta). Com 12 meses ou mais de distancia ela
      *    ja saiu da janela; posicao de conta rejeitada no ciclo ja
      *    esta zerada pela rotacao - zera-la de novo nao altera nada.
           COMPUTE WS-AMD-ANO-MESTRE = MSTR-ULT-AMD-GER / 10000.
           COMPUTE WS-AMD-MES-MESTRE = (MSTR-ULT-AMD-GER / 100)
                                      - (WS-AMD-ANO-MESTRE * 100).
           COMPUTE WS-MESES-DECORRIDOS =
                   (WS-AMD-ANO-MESTRE  * 12 + WS-AMD-MES-MESTRE)
                 - (WS-AMD-ANO-ESTORNO * 12 + WS-AMD-MES-ESTORNO).

           IF  WS-MESES-DECORRIDOS LESS 0
               OR WS-MESES-DECORRIDOS GREATER 11
               ADD 1 TO ACM-QTD-MSTR-FORA-JANELA
               GO TO 630000-SAIDA.

           COMPUTE WS-MES-ESTORNO =
                   MSTR-MES-ATUAL - WS-MESES-DECORRIDOS.
           IF  WS-MES-ESTORNO LESS 1
               ADD 12 TO WS-MES-ESTORNO
           END-IF.
           SET IDX-MES TO WS-MES-ESTORNO.

           ADD MSTR-HIST-EXP(IDX-MES) TO ACM-VL-EXP-ESTORNADO.
           ADD MSTR-HIST-IMP(IDX-MES) TO ACM-VL-IMP-ESTORNADO.
           SUBTRACT MSTR-HIST-EXP(IDX-MES) FROM MSTR-TOT-EXP-12M.
           SUBTRACT MSTR-HIST-IMP(IDX-MES) FROM MSTR-TOT-IMP-12M.
           MOVE 0 TO MSTR-HIST-EXP(IDX-MES).
           MOVE 0 TO MSTR-HIST-IMP(IDX-MES).
           REWRITE MSTR-REG-GERL
               INVALID KEY
                   PERFORM 999034-ERRO-034
           END-REWRITE.
           ADD 1 TO ACM-QTD-MSTR-ESTORNADAS.
       630000-SAIDA.
           EXIT.

      *-----------------------------------
       640000-MARCA-ARQUIVO-MORTO SECTION.
      *-----------------------------------
      *    A situacao original e o valor ficam no registro apenas
      *    trocando a situacao para estornado; a recarga do ciclo
      *    recalculado pelo T99P1254 regrava o registro por cima.
           MOVE 434-CTA     TO ARQV-CTA.
           MOVE EST-AMD-GER TO ARQV-AMD-GER.
           READ T99F1254M
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  NOT 88-ARQV-ESTORNADA
                       MOVE 'E' TO ARQV-SITUACAO
                       REWRITE ARQV-REG-GERL
                           INVALID KEY
                               PERFORM 999036-ERRO-036
                       END-REWRITE
                       ADD 1 TO ACM-QTD-ARQV-ESTORNADOS
                   END-IF
           END-READ.
       640000-SAIDA.
           EXIT.

      *-----------------------------------
       650000-ZERA-ACUM-ANUAL SECTION.
      *-----------------------------------
      *    O bonus concedido no ciclo fica na posicao do mes da data
      *    de geracao (TETO-VL-CICLO); o recalculo da data a grava de
      *    novo. Conta sem registro nao teve bonus no ano.
           MOVE 434-MCI            TO TETO-MCI.
           MOVE WS-AMD-ANO-ESTORNO TO TETO-ANO.
           MOVE 434-CTA            TO TETO-CTA.
           READ T99F1237Y
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  TETO-VL-CICLO(WS-AMD-MES-ESTORNO) GREATER 0
                       ADD TETO-VL-CICLO(WS-AMD-MES-ESTORNO)
                           TO ACM-VL-TETO-ESTORNADO
                       MOVE 0 TO TETO-VL-CICLO(WS-AMD-MES-ESTORNO)
                       REWRITE TETO-REG-GERL
                           INVALID KEY
                               PERFORM 999035-ERRO-035
                       END-REWRITE
                       ADD 1 TO ACM-QTD-TETO-ESTORNADAS
                   END-IF
           END-READ.
       650000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           READ T99F434E
                AT END CONTINUE
                NOT AT END PERFORM 999029-ERRO-029
           END-READ.

           CLOSE T99F1244C
                 T99F1247R
                 T99F434E
                 T99F1258C
                 T99F1258G
                 T99F1237M.
           IF  88-ARQV-ABERTO
               CLOSE T99F1254M
           END-IF.
           IF  88-TETO-ABERTO
               CLOSE T99F1237Y
           END-IF.
           IF  88-PEND-ABERTO
               CLOSE T99F1247M
           END-IF.

           PERFORM 111000-CONTROLE-FIM.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001 a 003 ocorrem antes da abertura dos demais
      *    arquivos e do registro de inicio na trilha, por isso
      *    encerram sem passar pelo 999999-CANCELAR.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1258P (parame'
                   'tro do estorno) vazio.'.
           CLOSE T99F1258P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Data de geracao ou data '
                   'valor zerada no T99F1258P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Data de geracao '
                   EST-AMD-GER ' sem fim normal do T99P1237 na '
                   'trilha T99F1237A ou ja estornada.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Mestre T99F1237M nao '
                   'encontrado - STATUS: ' WS-STATUS-MSTR.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Arquivo T99F1244C vazio.'.
           PERFORM 999999-CANCELAR.

       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Arquivo nao e T99F1244C.'.
           PERFORM 999999-CANCELAR.

       999007-ERRO-007.
           DISPLAY '888 ' CTE-PROG ' 007 - DATA DE GERACAO DO '
                   'T99F1244C NAO E A DO ESTORNO.'.
           DISPLAY '888 ' CTE-PROG ' 007 - Estorno: ' EST-AMD-GER.
           DISPLAY '888 ' CTE-PROG ' 007 - Lote:    ' CRD1-AMD-GER.
           PERFORM 999999-CANCELAR.

       999008-ERRO-008.
           DISPLAY '888 ' CTE-PROG ' 008 - T99F1244C sem trailer '
                   'tipo 5.'.
           PERFORM 999999-CANCELAR.

       999009-ERRO-009.
           DISPLAY '888 ' CTE-PROG ' 009 - Tipo de registro invalido '
                   'no T99F1244C: ' CRD1-TIPO.
           PERFORM 999999-CANCELAR.

       999010-ERRO-010.
           DISPLAY '888 ' CTE-PROG ' 010 - T99F1244C com mais de 5000 '
                   'creditos - tabela de estorno estourada.'.
           PERFORM 999999-CANCELAR.

       999011-ERRO-011.
           DISPLAY '888 ' CTE-PROG ' 011 - QUANTIDADE DO TRAILER DO '
                   'T99F1244C NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 011 - Esperado: '
                   ACM-QTD-CREDITOS.
           DISPLAY '888 ' CTE-PROG ' 011 - Recebido: '
                   CRD5-QTD-CREDITOS.
           PERFORM 999999-CANCELAR.

       999012-ERRO-012.
           DISPLAY '888 ' CTE-PROG ' 012 - VALOR TOTAL DO TRAILER DO '
                   'T99F1244C NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 012 - Esperado: ' ACM-VL-CREDITOS.
           DISPLAY '888 ' CTE-PROG ' 012 - Recebido: ' CRD5-VL-TOTAL.
           PERFORM 999999-CANCELAR.

       999013-ERRO-013.
           DISPLAY '888 ' CTE-PROG ' 013 - HASH DAS CONTAS DO TRAILER '
                   'DO T99F1244C NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 013 - Esperado: ' ACM-HASH-CTA.
           DISPLAY '888 ' CTE-PROG ' 013 - Recebido: ' CRD5-HASH-CTA.
           PERFORM 999999-CANCELAR.

       999014-ERRO-014.
           DISPLAY '888 ' CTE-PROG ' 014 - Arquivo nao e T99F1247R.'.
           DISPLAY '888 ' CTE-PROG ' 014 - Recebido: ' RET-NOM-ARQ.
           PERFORM 999999-CANCELAR.

       999015-ERRO-015.
           DISPLAY '888 ' CTE-PROG ' 015 - DATA DE GERACAO DO RETORNO '
                   'NAO E A DO ESTORNO.'.
           DISPLAY '888 ' CTE-PROG ' 015 - Estorno: ' EST-AMD-GER.
           DISPLAY '888 ' CTE-PROG ' 015 - Retorno: ' RET-AMD-GER.
           PERFORM 999999-CANCELAR.

       999016-ERRO-016.
           DISPLAY '888 ' CTE-PROG ' 016 - T99F1247R sem trailer.'.
           PERFORM 999999-CANCELAR.

       999017-ERRO-017.
           DISPLAY '888 ' CTE-PROG ' 017 - ACUMULADOR DE SEQUENCIAL DO'
                   ' TRAILER'.
           DISPLAY '888 ' CTE-PROG ' 017 - do T99F1247R nao confere.'.
           DISPLAY '888 ' CTE-PROG ' 017 - Esperado: ' ACM-SEQ-RET.
           DISPLAY '888 ' CTE-PROG ' 017 - Recebido: ' RET-SOMAT-SEQ.
           PERFORM 999999-CANCELAR.

      *    Os erros 018 e 019 tambem ocorrem antes da abertura dos
      *    demais arquivos e do registro de inicio na trilha.
       999018-ERRO-018.
           DISPLAY '888 ' CTE-PROG ' 018 - Arquivo T99F1248P (contas '
                   'contabeis) vazio.'.
           CLOSE T99F1248P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999019-ERRO-019.
           DISPLAY '888 ' CTE-PROG ' 019 - Conta contabil de despesa '
                   'ou de liquidacao zerada no T99F1248P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999024-ERRO-024.
           DISPLAY '888 ' CTE-PROG ' 024 - Arquivo T99F434 vazio.'.
           PERFORM 999999-CANCELAR.

       999025-ERRO-025.
           DISPLAY '888 ' CTE-PROG ' 025 - Header do T99F434 invalido.'.
           DISPLAY '888 ' CTE-PROG ' 025 - Recebido: ' 434-NOM-ARQ
                   ' SEQ: ' 434-SEQ.
           PERFORM 999999-CANCELAR.

       999026-ERRO-026.
           DISPLAY '888 ' CTE-PROG ' 026 - DATA DE GERACAO DO '
                   'T99F434 NAO E A DO ESTORNO.'.
           DISPLAY '888 ' CTE-PROG ' 026 - Estorno: ' EST-AMD-GER.
           DISPLAY '888 ' CTE-PROG ' 026 - T99F434: ' 434-AMD-GER.
           PERFORM 999999-CANCELAR.

       999027-ERRO-027.
           DISPLAY '888 ' CTE-PROG ' 027 - T99F434 sem trailer.'.
           DISPLAY '888 ' CTE-PROG ' 027 -  ultimo lido: ' 434-SEQ.
           PERFORM 999999-CANCELAR.

       999028-ERRO-028.
           DISPLAY '888 ' CTE-PROG ' 028 - ACUMULADOR DE SEQUENCIAL DO'
                   ' TRAILER'.
           DISPLAY '888 ' CTE-PROG ' 028 - do T99F434 nao confere.'.
           DISPLAY '888 ' CTE-PROG ' 028 - Esperado: ' ACM-SEQ-434.
           DISPLAY '888 ' CTE-PROG ' 028 - Recebido: ' 434-SOMAT-SEQ.
           PERFORM 999999-CANCELAR.

       999029-ERRO-029.
           DISPLAY '888 ' CTE-PROG ' 029 - T99F434 COM REGISTROS APOS '
                   'O TRAILER.'.
           PERFORM 999999-CANCELAR.

       999034-ERRO-034.
           DISPLAY '888 ' CTE-PROG ' 034 - Erro na regravacao do mestr'
                   'e T99F1237M - STATUS: ' WS-STATUS-MSTR.
           DISPLAY '888 ' CTE-PROG ' 034 - CTA: ' MSTR-CTA.
           PERFORM 999999-CANCELAR.

       999035-ERRO-035.
           DISPLAY '888 ' CTE-PROG ' 035 - Erro na regravacao do acumu'
                   'lado anual T99F1237Y - STATUS: ' WS-STATUS-TETO.
           DISPLAY '888 ' CTE-PROG ' 035 - MCI: ' TETO-MCI
                   ' ANO: ' TETO-ANO ' CTA: ' TETO-CTA.
           PERFORM 999999-CANCELAR.

       999036-ERRO-036.
           DISPLAY '888 ' CTE-PROG ' 036 - Erro na regravacao do arqui'
                   'vo morto T99F1254M - STATUS: ' WS-STATUS-ARQV.
           DISPLAY '888 ' CTE-PROG ' 036 - CTA: ' ARQV-CTA
                   ' GERACAO: ' ARQV-AMD-GER.
           PERFORM 999999-CANCELAR.

       999037-ERRO-037.
           DISPLAY '888 ' CTE-PROG ' 037 - Erro na regravacao do cadas'
                   'tro de pendencias T99F1247M - STATUS: '
                   WS-STATUS-PEND.
           DISPLAY '888 ' CTE-PROG ' 037 - CTA: ' PEND-CTA
                   ' ORIGEM: ' PEND-AMD-ORIGEM.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
      *    O mestre, o acumulado anual, o arquivo morto e o cadastro
      *    de pendencias ja alterados nao sao desfeitos:
      *    zerar a posicao do mes e marcar o estorno sao operacoes
      *    que podem ser repetidas, e sem fim normal na trilha a
      *    mesma data pode ser estornada de novo apos a correcao.
           CLOSE T99F1244C
                 T99F1247R
                 T99F434E
                 T99F1258C
                 T99F1258G.
           IF  88-MESTRE-ABERTO
               CLOSE T99F1237M
           END-IF.
           IF  88-ARQV-ABERTO
               CLOSE T99F1254M
           END-IF.
           IF  88-TETO-ABERTO
               CLOSE T99F1237Y
           END-IF.
           IF  88-PEND-ABERTO
               CLOSE T99F1247M
           END-IF.
           IF  88-CTRL-INICIADO
               MOVE SPACES                TO CTRL-REG-GERL
               MOVE 'T99P1258'            TO CTRL-PROGRAMA
               MOVE EST-AMD-GER           TO CTRL-AMD-GER
               MOVE 'C'                   TO CTRL-TIPO
               MOVE ACM-QTD-434           TO CTRL-QTD-LIDOS
               MOVE ACM-QTD-DEBITOS       TO CTRL-QTD-GRAVADOS
               MOVE ACM-QTD-MSTR-AUSENTES TO CTRL-QTD-REJEITADOS
               MOVE ACM-VL-DEBITOS        TO CTRL-VL-TOT-BONUS
               PERFORM 112000-GRAVA-CONTROLE
           END-IF.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
