      *                                    T99F132S, com trailer
      *                                    proprio; liberacao
      *                                    posterior pelo T99P1257
      *VRS008-15/10/2026-F8367856-Rafael   Data de geracao estornada
      *                                    pelo T99P1258 (fim normal
      *                                    na trilha) volta a aceitar
      *                                    o recalculo
      *VRS009-15/10/2026-F8367856-Rafael   Teto anual de bonus por
      *                                    cliente (434-MCI): acumulado
      *                                    do ano no T99F1237Y, corte
      *                                    do bonus ao saldo do teto
      *                                    (PARM-VL-TETO-ANUAL) e
      *                                    arquivo de cortes T99F1237K
      *VRS010-15/10/2026-F8367856-Rafael   Critica do detalhe contra o
      *                                    extrato diario do cadastro
      *                                    de contas (T99F1237H):
      *                                    conta ausente, encerrada,
      *                                    de outro titular ou de
      *                                    outra agencia e rejeitada
      *                                    no T99F1237E (032 a 035)
      *VRS011-15/10/2026-F8367856-Rafael   Parametros de calculo e
      *                                    faixas da versao aprovada
      *                                    em vigor na data do lote
      *                                    (T99F1237V, mantido pelo
      *                                    T99P1261) no lugar do
      *                                    T99F1237P/T99F1237T; numero
      *                                    da versao na trilha
      *                                    T99F1237A e no checkpoint
      *VRS012-15/10/2026-F8367856-Rafael   Recusa do calculo em
      *                                    producao enquanto o ciclo
      *                                    anterior nao tiver
      *                                    encerramento limpo do
      *                                    T99P1265 na trilha T99F1237A
      *VRS013-15/10/2026-F8367856-Rafael   Conta retida na triagem de
      *                                    compliance do T99P1267
      *                                    (T99F1267B) e ainda nao
      *                                    liberada pelo T99P1268 e
      *                                    rejeitada no T99F1237E
      *                                    (codigo 036)
      *VRS014-15/10/2026-F8367856-Rafael   Fechamento do cadastro de
      *                                    contas T99F1237H no fim da
      *                                    simulacao
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
            SELECT T99F1237X ASSIGN  TO  "T99F1237X.txt".
            SELECT OPTIONAL T99F1237W
                             ASSIGN  TO  "T99F1237W.txt".
            SELECT T99F1237Q ASSIGN  TO  "T99F1237Q.txt".
            SELECT T99F1237U ASSIGN  TO  "T99F1237U.txt".
            SELECT T99F1237S ASSIGN  TO  "T99F1237S.txt".
            SELECT T99F1237D ASSIGN  TO  "T99F1237D.txt".
            SELECT OPTIONAL T99F1237A
                             ASSIGN  TO  "T99F1237A.txt".
            SELECT T99F1237K ASSIGN  TO  "T99F1237K.txt".
            SELECT T99F1237M ASSIGN  TO  "T99F1237M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS MSTR-CTA
                   FILE STATUS    IS WS-STATUS-MSTR.
            SELECT T99F1237Y ASSIGN  TO  "T99F1237Y.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS TETO-CHAVE
                   FILE STATUS    IS WS-STATUS-TETO.
            SELECT T99F1237H ASSIGN  TO  "T99F1237H.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS CAD-CTA
                   FILE STATUS    IS WS-STATUS-CAD.
            SELECT T99F1237V ASSIGN  TO  "T99F1237V.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS VER-NUMERO
                   FILE STATUS    IS WS-STATUS-VER.
            SELECT T99F1267B ASSIGN  TO  "T99F1267B.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS TRG-CHAVE
                   FILE STATUS    IS WS-STATUS-TRG.
      *------------
       DATA DIVISION.
      *------------
       FD  T99F1237E.
       01  1237E-REGISTRO-FD           PIC  X(072).

      *    Opcao de execucao (indicador de simulacao). Os campos de
      *    calculo do registro nao sao mais usados: vem da versao de
      *    parametros em vigor no T99F1237V.
       FD  T99F1237P.
       01  1237P-REGISTRO-FD           PIC  X(088).

      *    Checkpoint de reinicio (restart) do processamento
       FD  T99F1237C.
       01  1237C-REGISTRO-FD           PIC  X(210).

      *    Tabela de cotacoes de moeda estrangeira (FX), datadas por
      *    vigencia (pode haver mais de uma cotacao por moeda)
       FD  T99F1237W.
       01  1237W-REGISTRO-FD           PIC  X(022).

      *    Parametros alternativos (simulacao what-if), mesmo layout
      *    dos campos de calculo do T99F1237P
       FD  T99F1237Q.
       01  1237Q-REGISTRO-FD           PIC  X(040).

      *    Faixas alternativas (simulacao what-if), uma por registro
      *    (limite e taxa)
       FD  T99F1237U.
       01  1237U-REGISTRO-FD           PIC  X(022).

      *    esteira grava um registro no inicio e outro no fim da
      *    execucao, com contadores e totais
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).

      *    Contas com o bonus cortado pelo teto anual do cliente
      *    (bonus calculado x bonus concedido), para o relatorio de
      *    cortes do T99P1259
       FD  T99F1237K.
       01  1237K-REGISTRO-FD           PIC  X(092).

      *    Historico acumulado de 12 meses de exportacao/importacao
      *    por conta (434-CTA). Mestre indexado.
           03  MSTR-HIST OCCURS 12 TIMES INDEXED BY IDX-MES.
               05  MSTR-HIST-EXP        PIC   9(15)V99.
               05  MSTR-HIST-IMP        PIC   9(15)V99.

      *    Acumulado anual de bonus por cliente, uma posicao por mes
      *    para cada conta do cliente no ano: o bonus concedido no
      *    ciclo (T99P1237/T99P1245) e o bonus retido liberado no mes
      *    (T99P1257). Mestre indexado por cliente/ano/conta - as
      *    contas de um cliente ficam contiguas para a soma do ano.
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

      *    Extrato diario do cadastro de contas do sistema de contas
      *    correntes, indexado por conta. O registro de conta zero e
      *    o de controle, com a data do extrato.
       FD  T99F1237H.
       01  CAD-REG-GERL.
           03  CAD-CTA                 PIC   9(11).
           03  CAD-AGE                 PIC   9(04).
           03  CAD-MCI                 PIC   9(09).
           03  CAD-SITUACAO            PIC   X(01).
               88  88-CAD-ENCERRADA                   VALUE 'E'.
           03  CAD-AMD-SITUACAO        PIC   9(08).
           03  FILLER                  PIC   X(07).

       01  CAD-REG-CONTROLE.
           03  FILLER                  PIC   X(11).
           03  CAD-AMD-EXTRATO         PIC   9(08).
           03  FILLER                  PIC   X(21).

      *    Versoes de parametros de calculo do bonus (mantidas pelo
      *    T99P1261), indexadas pelo numero da versao; a versao zero e
      *    o registro de controle da manutencao.
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

      *    Retencoes da triagem de compliance (T99P1267), indexadas
      *    por conta e data de geracao do lote; 'L' e a retencao ja
      *    liberada pelo compliance (T99P1268).
       FD  T99F1267B.
       01  TRG-REG-GERL.
           03  TRG-CHAVE.
               05  TRG-CTA             PIC   9(11).
               05  TRG-AMD-GER         PIC   9(08).
           03  TRG-AGE                 PIC   9(04).
           03  TRG-MCI                 PIC   9(09).
           03  TRG-MOTIVOS             PIC   X(04).
           03  TRG-QTD-OCORRENCIAS     PIC   9(03).
           03  TRG-VL-EXP-CONV         PIC   9(15)V99.
           03  TRG-VL-IMP-CONV         PIC   9(15)V99.
           03  TRG-SITUACAO            PIC   X(01).
               88  88-TRG-RETIDA                      VALUE 'R'.
           03  TRG-AMD-TRIAGEM         PIC   9(08).
           03  TRG-AMD-LIBERACAO       PIC   9(08).
           03  TRG-USU-LIBERACAO       PIC   X(08).
           03  TRG-PARECER             PIC   X(40).
           03  FILLER                  PIC   X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-ERRO-VALID-CODIGO        PIC  X(03)       VALUE SPACES.
       77  WS-ERRO-VALID-MSG           PIC  X(40)       VALUE SPACES.

      *    Critica contra o cadastro de contas (T99F1237H): conta
      *    ausente, encerrada, de outro titular (MCI) ou de outra
      *    agencia e rejeitada no T99F1237E com codigo proprio
       77  WS-STATUS-CAD               PIC  X(02).
           88  CAD-OK                                   VALUE '00'.
       77  IND-CAD-ABERTO              PIC  X(01)       VALUE 'N'.
           88  88-CAD-ABERTO                             VALUE 'S'.
       77  ACM-QTD-CADASTRO            PIC  S9(09)      VALUE 0.

      *    Retencoes da triagem de compliance (T99F1267B): conta
      *    retida e ainda nao liberada e rejeitada com o codigo 036
       77  WS-STATUS-TRG               PIC  X(02).
           88  TRG-OK                                   VALUE '00'.
       77  IND-TRG-ABERTO              PIC  X(01)       VALUE 'N'.
           88  88-TRG-ABERTO                             VALUE 'S'.

       01  WS-MSG-CADASTRO.
           03  WS-MSG-CAD-TEXTO        PIC   X(27).
           03  WS-MSG-CAD-VALOR        PIC   X(13).

      *    Selecao da versao de parametros (T99F1237V): a aprovada de
      *    maior vigencia nao posterior a data do lote; na mesma
      *    vigencia, a de maior numero
       77  WS-STATUS-VER               PIC  X(02).
           88  VER-OK                                   VALUE '00'.
       77  IND-FIM-VER                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-VER                                VALUE 'S'.
       77  WS-NUM-VERSAO               PIC  9(05)       VALUE 0.
       77  WS-AMD-VIG-VERSAO           PIC  9(08)       VALUE 0.

      *    Controle de checkpoint/restart
       77  WS-STATUS-CKP               PIC  X(02).
           88  CKP-OK                                    VALUE '00'.
           88  88-FIM-CTRL                               VALUE 'S'.
       77  IND-DATA-JA-PROCESSADA      PIC  X(01)       VALUE 'N'.
           88  88-DATA-JA-PROCESSADA                     VALUE 'S'.
      *    Ultimo ciclo de producao anterior a data do lote e se ele
      *    foi encerrado pelo T99P1265 (ou estornado pelo T99P1258)
       77  WS-AMD-ULT-CICLO            PIC  9(08)       VALUE 0.
       77  IND-ULT-ENCERRADO           PIC  X(01)       VALUE 'S'.
           88  88-ULT-ENCERRADO                          VALUE 'S'.

      *    Data de geracao do lote, salva do header do T99F434 (a area
      *    de 434-AMD-GER e redefinicao do registro e ja contem o
      *    Registro da trilha de execucao (mesmo layout nos quatro
      *    programas da esteira e no T99P1246). CTRL-IND-CONCIL e
      *    CTRL-IND-FORCA sao preenchidos pelo T99P1239 e pelo
      *    T99P1244; aqui ficam em branco. CTRL-NUM-VERSAO e a versao
      *    de parametros usada no calculo (T99P1237 e T99P1245; em
      *    branco nos demais programas).
       01  CTRL-REG-GERL.
           03  CTRL-PROGRAMA           PIC   X(08).
           03  CTRL-AMD-GER            PIC   9(08).
           03  CTRL-IND-SIM            PIC   X(01).
           03  CTRL-IND-CONCIL         PIC   X(01).
           03  CTRL-IND-FORCA          PIC   X(01).
           03  CTRL-NUM-VERSAO         PIC   9(05).

       01  1237C-REG-CKP.
           03  CKP-ACM-SEQ-434         PIC   9(09).
           03  CKP-ACM-QTD-RETIDO      PIC   9(09).
           03  CKP-ACM-TOT-RETIDO      PIC   9(15)V99.
           03  CKP-ACM-IRF-RETIDO      PIC   9(15)V99.
           03  CKP-ACM-QTD-CORTE       PIC   9(09).
           03  CKP-ACM-TOT-ORIG-CORTE  PIC   9(15)V99.
           03  CKP-ACM-TOT-CONC-CORTE  PIC   9(15)V99.
           03  CKP-ACM-QTD-CADASTRO    PIC   9(09).
           03  CKP-NUM-VERSAO          PIC   9(05).

      *    Parametros de calculo do bonus. Do T99F1237P vale so o
      *    indicador de simulacao; os demais campos sao substituidos
      *    pelos da versao em vigor (132000-SELECIONA-VERSAO).
       01  1237P-REG-PARM.
           03  PARM-TX-BONUS           PIC   9(01)V9(04).
           03  PARM-VL-MINIMO          PIC   9(15)V99.
           03  PARM-VL-ISENTO-IRF      PIC   9(15)V99.
           03  PARM-QTD-DIAS-COTACAO   PIC   9(03).
           03  PARM-PCT-VAR-COTACAO    PIC   9(03)V99.
           03  PARM-VL-TETO-ANUAL      PIC   9(15)V99.

      *    Parametros alternativos da simulacao, lidos do T99F1237Q
      *    (mesmo layout de calculo do T99F1237P)
       77  ACM-TOT-RETIDO              PIC  S9(15)V99   VALUE 0.
       77  ACM-IRF-RETIDO              PIC  S9(15)V99   VALUE 0.

      *    Faixas progressivas de taxa de bonus, da versao de
      *    parametros em vigor
       77  CNT-FAIXAS                  PIC  9(03)       VALUE 0.
       77  WS-SUB-FAIXA                PIC  9(02)       VALUE 0.

       01  TAB-FAIXAS.
           03  TAB-FAIXA-ITEM OCCURS 20 TIMES INDEXED BY IDX-FAIXA.
       77  WS-MESES-DECORRIDOS         PIC  S9(05)      VALUE 0.
       77  IDX-MES-AVANCO              PIC  9(02)       VALUE 0.

      *    Teto anual de bonus por cliente (T99F1237Y/T99F1237K). O
      *    ano e o mes vem da data de geracao do lote; PARM-VL-TETO-
      *    -ANUAL zerado desliga o corte, mas o acumulado do ano
      *    continua sendo mantido.
       77  WS-STATUS-TETO              PIC  X(02).
           88  TETO-OK                                  VALUE '00'.
       77  IND-TETO-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-TETO-ABERTO                            VALUE 'S'.
       77  IND-FIM-TETO                PIC  X(01)       VALUE 'N'.
           88  88-FIM-TETO                               VALUE 'S'.
       77  IND-TETO-ESGOTADO           PIC  X(01)       VALUE 'N'.
           88  88-TETO-ESGOTADO                          VALUE 'S'.
       77  WS-ANO-TETO                 PIC  9(04)       VALUE 0.
       77  WS-MES-TETO                 PIC  9(02)       VALUE 0.
       77  WS-SUB-TETO                 PIC  9(02)       VALUE 0.
       77  WS-VL-ACUM-ANO              PIC  9(15)V99    VALUE 0.
       77  WS-VL-SALDO-TETO            PIC  9(15)V99    VALUE 0.
       77  WS-VL-BONUS-ORIGINAL        PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-CORTE               PIC  S9(09)      VALUE 0.
       77  ACM-TOT-ORIGINAL-CORTE      PIC  S9(15)V99   VALUE 0.
       77  ACM-TOT-CONCEDIDO-CORTE     PIC  S9(15)V99   VALUE 0.

      *    Arquivo de importaçoes e exportaçoes

      *    Detalhe
           03  RET-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(11).

      *    Arquivo de cortes pelo teto anual

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
           READ T99F1237P INTO 1237P-REG-PARM
                AT END PERFORM 999011-ERRO-011.

           PERFORM 137000-CARREGA-BLOQUEIOS.

           PERFORM 160000-ABRE-MESTRE.

      *    A simulacao nao aplica o teto anual (compara apenas as
      *    formulas de calculo) e por isso nao abre o acumulado.
           IF  NOT 88-MODO-SIMULACAO
               PERFORM 165000-ABRE-ACUM-ANUAL
           END-IF.

           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999001-ERRO-001.

               PERFORM 999006-ERRO-006.

           MOVE 434-AMD-GER TO WS-AMD-GER-LOTE.
           COMPUTE WS-ANO-TETO = WS-AMD-GER-LOTE / 10000.
           COMPUTE WS-MES-TETO = (WS-AMD-GER-LOTE / 100)
                               - (WS-ANO-TETO * 100).

      *    Os parametros e as faixas dependem da data de geracao do
      *    lote (versao em vigor), por isso sao carregados depois do
      *    header do T99F434 validado.
           PERFORM 132000-SELECIONA-VERSAO.

           IF  PARM-TX-BONUS EQUAL 0
               PERFORM 999012-ERRO-012.

           IF  NOT 88-MODO-ACUMULADO AND NOT 88-MODO-PERIODO
               MOVE 'P' TO PARM-MODO-CALC.

           IF  CNT-FAIXAS EQUAL 0
               PERFORM 999014-ERRO-014.

      *    No modo de simulacao carrega tambem o jogo alternativo de
      *    parametros (T99F1237Q) e de faixas (T99F1237U), contra o
      *    qual o segundo calculo da comparacao sera feito.
           IF  88-MODO-SIMULACAO
               PERFORM 170000-CARREGA-SIMULACAO.

           PERFORM 167000-ABRE-CADASTRO.

           PERFORM 168000-ABRE-TRIAGEM.

      *    A carga das cotacoes precisa da data de geracao do lote
      *    (selecao da vigencia e critica de cotacao vencida), por
                           T99F1237E
                           T99F1237I
                           T99F1237D
                           T99F1237K
               PERFORM 150000-REPOSICIONA-434
           ELSE
               OPEN OUTPUT T99F132S
                           T99F1237E
                           T99F1237I
                           T99F1237D
                           T99F1237K

               MOVE SPACES      TO 132-REG-GERL
               MOVE 0           TO 132-AGE
               MOVE 'T99F1237'   TO RET-NOM-ARQ
               MOVE 434-AMD-GER  TO RET-AMD-GER
               WRITE 1237D-REGISTRO-FD FROM RET-REG-GERL

               MOVE SPACES       TO CORT-REG-GERL
               MOVE 0            TO CORT-AGE
                                     CORT-CTA
               MOVE 'T99F1237'   TO CORT-NOM-ARQ
               MOVE 434-AMD-GER  TO CORT-AMD-GER
               WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL
           END-IF.

           MOVE 'S' TO IND-ARQS-SAIDA-ABERTOS.
      *    recusa o reprocessamento de uma data de geracao que ja tem
      *    fim normal registrado (em producao; simulacao nao conta nem
      *    e contada) - protecao contra a dupla atualizacao do mestre
      *    T99F1237M. Um fim normal do estorno T99P1258 gravado depois
      *    dele para a mesma data libera o recalculo (o estorno ja
      *    retirou o periodo do mestre).
      *    Recusa tambem o calculo enquanto o ultimo ciclo de producao
      *    anterior nao tiver fim normal limpo do encerramento
      *    T99P1265 (certificado de fechamento emitido).
           IF  NOT 88-MODO-SIMULACAO
               OPEN INPUT T99F1237A
               MOVE 'N' TO IND-FIM-CTRL
               IF  88-DATA-JA-PROCESSADA
                   PERFORM 999023-ERRO-023
               END-IF
               IF  NOT 88-ULT-ENCERRADO
                   PERFORM 999040-ERRO-040
               END-IF
           END-IF.

           MOVE SPACES          TO CTRL-REG-GERL.
                               CTRL-QTD-REJEITADOS
                               CTRL-VL-TOT-BONUS.
           MOVE PARM-IND-SIMULACAO TO CTRL-IND-SIM.
           MOVE WS-NUM-VERSAO      TO CTRL-NUM-VERSAO.
           PERFORM 892000-GRAVA-CONTROLE.
           MOVE 'S' TO IND-CTRL-INICIADO.
       890000-SAIDA.
           MOVE ACM-SEQ-434-ERRO   TO CTRL-QTD-REJEITADOS.
           MOVE ACM-TOT-BONUS      TO CTRL-VL-TOT-BONUS.
           MOVE PARM-IND-SIMULACAO TO CTRL-IND-SIM.
           MOVE WS-NUM-VERSAO      TO CTRL-NUM-VERSAO.
           PERFORM 892000-GRAVA-CONTROLE.
       891000-SAIDA.
           EXIT.
                        AND CTRL-IND-SIM NOT EQUAL 'S'
                        MOVE 'S' TO IND-DATA-JA-PROCESSADA
                    END-IF
                    IF  CTRL-PROGRAMA EQUAL 'T99P1258'
                        AND CTRL-AMD-GER EQUAL WS-AMD-GER-LOTE
                        AND 88-CTRL-FIM
                        MOVE 'N' TO IND-DATA-JA-PROCESSADA
                    END-IF
                    PERFORM 894000-VERIFICA-ULT-CICLO
           END-READ.
       893000-SAIDA.
           EXIT.

      *-----------------------------------
       894000-VERIFICA-ULT-CICLO SECTION.
      *-----------------------------------
      *    Fim normal de producao do T99P1237 em data anterior a do
      *    lote abre o ciclo (o mais recente vale); o encerramento
      *    T99P1265 desse ciclo o fecha se limpo ('L') e o mantem
      *    aberto se com quebra; o estorno T99P1258 o dispensa.
           IF  CTRL-AMD-GER NOT LESS WS-AMD-GER-LOTE
               OR NOT 88-CTRL-FIM
               GO TO 894000-SAIDA
           END-IF.

           IF  CTRL-PROGRAMA EQUAL 'T99P1237'
               AND CTRL-IND-SIM NOT EQUAL 'S'
               AND CTRL-AMD-GER NOT LESS WS-AMD-ULT-CICLO
               MOVE CTRL-AMD-GER TO WS-AMD-ULT-CICLO
               MOVE 'N'          TO IND-ULT-ENCERRADO
               GO TO 894000-SAIDA
           END-IF.

           IF  CTRL-AMD-GER NOT EQUAL WS-AMD-ULT-CICLO
               GO TO 894000-SAIDA
           END-IF.

           IF  CTRL-PROGRAMA EQUAL 'T99P1258'
               MOVE 'S' TO IND-ULT-ENCERRADO
           END-IF.

           IF  CTRL-PROGRAMA EQUAL 'T99P1265'
               IF  CTRL-IND-CONCIL EQUAL 'L'
                   MOVE 'S' TO IND-ULT-ENCERRADO
               ELSE
                   MOVE 'N' TO IND-ULT-ENCERRADO
               END-IF
           END-IF.
       894000-SAIDA.
           EXIT.

      *-----------------------------------
       120000-VERIFICA-CHECKPOINT SECTION.
      *-----------------------------------
                                               TO ACM-TOT-RETIDO
                        MOVE CKP-ACM-IRF-RETIDO
                                               TO ACM-IRF-RETIDO
                        MOVE CKP-ACM-QTD-CORTE TO ACM-QTD-CORTE
                        MOVE CKP-ACM-TOT-ORIG-CORTE
                                               TO ACM-TOT-ORIGINAL-CORTE
                        MOVE CKP-ACM-TOT-CONC-CORTE
                                              TO ACM-TOT-CONCEDIDO-CORTE
                        MOVE CKP-ACM-QTD-CADASTRO
                                               TO ACM-QTD-CADASTRO
                        IF  CKP-NUM-VERSAO NOT EQUAL WS-NUM-VERSAO
                            CLOSE T99F1237C
                            PERFORM 999039-ERRO-039
                        END-IF
                        DISPLAY '999 ' CTE-PROG ' 013 - RETOMANDO DE '
                                'CHECKPOINT - ULTIMO 434-SEQ: '
                                CKP-ULT-SEQ-434
       160000-SAIDA.
           EXIT.

      *-----------------------------------
       165000-ABRE-ACUM-ANUAL SECTION.
      *-----------------------------------
      *    T99F1237Y e o acumulado anual por cliente, indexado por
      *    434-MCI/ano/434-CTA. Mesma mecanica do 160000-ABRE-MESTRE:
      *    na primeira execucao e criado vazio e reaberto em I-O.
           OPEN I-O T99F1237Y.
           IF  NOT TETO-OK
               OPEN OUTPUT T99F1237Y
               CLOSE T99F1237Y
               OPEN I-O T99F1237Y
           END-IF.
           MOVE 'S' TO IND-TETO-ABERTO.
       165000-SAIDA.
           EXIT.

      *-----------------------------------
       167000-ABRE-CADASTRO SECTION.
      *-----------------------------------
      *    O extrato do cadastro de contas e obrigatorio e nao pode
      *    ser anterior a data de geracao do lote: com um extrato
      *    velho, conta encerrada ou transferida depois dele passaria
      *    pela critica.
           OPEN INPUT T99F1237H.
           IF  NOT CAD-OK
               PERFORM 999029-ERRO-029
           END-IF.
           MOVE 'S' TO IND-CAD-ABERTO.

           MOVE 0 TO CAD-CTA.
           READ T99F1237H
               INVALID KEY
                   PERFORM 999030-ERRO-030
           END-READ.

           IF  CAD-AMD-EXTRATO LESS WS-AMD-GER-LOTE
               PERFORM 999031-ERRO-031
           END-IF.
       167000-SAIDA.
           EXIT.

      *-----------------------------------
       168000-ABRE-TRIAGEM SECTION.
      *-----------------------------------
      *    O mestre de retencoes e criado pelo T99P1267, que roda
      *    antes do calculo; sem ele a triagem do lote nao foi feita.
           OPEN INPUT T99F1267B.
           IF  NOT TRG-OK
               PERFORM 999041-ERRO-041
           END-IF.
           MOVE 'S' TO IND-TRG-ABERTO.
       168000-SAIDA.
           EXIT.

      *-----------------------------------
       170000-CARREGA-SIMULACAO SECTION.
      *-----------------------------------
      *    Carrega o jogo alternativo da simulacao: os parametros do
      *    T99F1237Q (mesmo layout de calculo do T99F1237P) e as
      *    faixas do T99F1237U (limite e taxa, uma por registro).
           OPEN INPUT T99F1237Q.

           READ T99F1237Q INTO 1237Q-REG-PARM
       138000-SAIDA.
           EXIT.

      *-----------------------------
       130000-CARREGA-FAIXAS SECTION.
      *-----------------------------
      *    Carrega a tabela progressiva de taxa de bonus da versao em
      *    vigor, com as faixas em ordem crescente de limite (a
      *    manutencao do T99P1261 garante a ordem); a ultima faixa
      *    deve trazer um limite-sentinela para cobrir qualquer
      *    excedente acima dela.
           IF  VER-QTD-FAIXAS GREATER 20
               CLOSE T99F1237V
               PERFORM 999016-ERRO-016
           END-IF.
           MOVE VER-QTD-FAIXAS TO CNT-FAIXAS.
           PERFORM 135000-CARREGA-FAIXA-UMA
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA GREATER CNT-FAIXAS.
       130000-SAIDA.
           EXIT.

      *-----------------------------
       135000-CARREGA-FAIXA-UMA SECTION.
      *-----------------------------
           MOVE VER-FAIXA-LIMITE(WS-SUB-FAIXA)
                TO TAB-FAIXA-LIMITE(WS-SUB-FAIXA).
           MOVE VER-FAIXA-TAXA(WS-SUB-FAIXA)
                TO TAB-FAIXA-TAXA(WS-SUB-FAIXA).
       135000-SAIDA.
           EXIT.

      *-----------------------------
       132000-SELECIONA-VERSAO SECTION.
      *-----------------------------
      *    Seleciona no T99F1237V a versao aprovada em vigor em
      *    434-AMD-GER e carrega dela os parametros de calculo e a
      *    tabela de faixas.
      *    Um lote reprocessado depois de uma nova aprovacao continua
      *    com a versao da sua data; o numero da versao vai para a
      *    trilha T99F1237A e para o checkpoint.
           OPEN INPUT T99F1237V.
           IF  NOT VER-OK
               PERFORM 999037-ERRO-037
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
               PERFORM 999038-ERRO-038
           END-IF.

           MOVE WS-NUM-VERSAO TO VER-NUMERO.
           READ T99F1237V
               INVALID KEY
                   CLOSE T99F1237V
                   PERFORM 999038-ERRO-038
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

           PERFORM 130000-CARREGA-FAIXAS.

           CLOSE T99F1237V.

           DISPLAY '999 ' CTE-PROG ' 040 - VERSAO DE PARAMETROS: '
                   WS-NUM-VERSAO ' VIGENCIA: ' WS-AMD-VIG-VERSAO.
       132000-SAIDA.
           EXIT.

      *-----------------------------
       133000-LE-VERSAO-UMA SECTION.
      *-----------------------------
           READ T99F1237V NEXT
                AT END
                    MOVE 'S' TO IND-FIM-VER
                NOT AT END
                    IF  88-VER-APROVADA
                        AND VER-AMD-VIG NOT GREATER WS-AMD-GER-LOTE
                        AND VER-AMD-VIG NOT LESS WS-AMD-VIG-VERSAO
                        MOVE VER-NUMERO  TO WS-NUM-VERSAO
                        MOVE VER-AMD-VIG TO WS-AMD-VIG-VERSAO
                    END-IF
           END-READ.
       133000-SAIDA.
           EXIT.

      *-----------------------------
           MOVE ACM-QTD-RETIDO TO RET-QTD-CONTAS.
           WRITE 1237D-REGISTRO-FD FROM RET-REG-GERL.

           MOVE SPACES         TO CORT-REG-GERL.
           MOVE 9999           TO CORT-AGE.
           MOVE 99999999999    TO CORT-CTA.
           MOVE ACM-TOT-ORIGINAL-CORTE
                               TO CORT-TOT-ORIGINAL.
           MOVE ACM-TOT-CONCEDIDO-CORTE
                               TO CORT-TOT-CONCEDIDO.
           MOVE ACM-QTD-CORTE  TO CORT-QTD-CONTAS.
           WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL.

           IF  ACM-QTD-RETIDO GREATER 0
               DISPLAY '999 ' CTE-PROG ' 027 - CONTAS BLOQUEADAS COM '
                       'BONUS RETIDO: ' ACM-QTD-RETIDO
                       ' VALOR: ' ACM-TOT-RETIDO
           END-IF.

           IF  ACM-QTD-CORTE GREATER 0
               DISPLAY '999 ' CTE-PROG ' 028 - CONTAS COM BONUS '
                       'CORTADO PELO TETO ANUAL: ' ACM-QTD-CORTE
                       ' CALCULADO: ' ACM-TOT-ORIGINAL-CORTE
                       ' CONCEDIDO: ' ACM-TOT-CONCEDIDO-CORTE
           END-IF.

           IF  ACM-QTD-CADASTRO GREATER 0
               DISPLAY '999 ' CTE-PROG ' 036 - CONTAS REJEITADAS PELO '
                       'CADASTRO DE CONTAS: ' ACM-QTD-CADASTRO
           END-IF.

           CLOSE T99F434E
                 T99F132S
                 T99F132N
                 T99F1237E
                 T99F1237I
                 T99F1237D
                 T99F1237K
                 T99F1237P
                 T99F1237M
                 T99F1237Y
                 T99F1237H
                 T99F1267B.

           OPEN OUTPUT T99F1237C.
           CLOSE T99F1237C.
           CLOSE T99F434E
                 T99F1237P
                 T99F1237M
                 T99F1237S
                 T99F1237H
                 T99F1267B.

           DISPLAY '999 ' CTE-PROG ' 022 - SIMULACAO: TOTAL ATUAL: '
                   ACM-TOT-BONUS ' TOTAL SIMULADO: ' ACM-TOT-BONUS-SIM.
               MOVE 434-MCI     TO 132-MCI
      *    Conta bloqueada pelo juridico: o bonus calculado e retido
      *    no T99F1237D (fora do T99F132S e dos totais de controle do
      *    credito), ate a liberacao pelo T99P1257. O teto anual do
      *    cliente so e aplicado ao bonus efetivamente concedido; o
      *    retido entra no acumulado do ano quando for liberado.
      *    Conta com o teto ja esgotado nao gera 132: vai para o
      *    T99F132N como as demais contas sem bonus.
               IF  88-CONTA-BLOQUEADA
                   PERFORM 207000-GRAVA-RETIDO
               ELSE
                   PERFORM 250000-APLICA-TETO-ANUAL
                   IF  88-TETO-ESGOTADO
                       PERFORM 280000-GRAVA-SEM-BONUS
                   ELSE
                       ADD 132-VL-BONUS TO ACM-TOT-BONUS
                       PERFORM 870000-GRAVA-132
                       PERFORM 205000-CALCULA-IRF
                   END-IF
               END-IF
           ELSE
               PERFORM 280000-GRAVA-SEM-BONUS
       205000-SAIDA.
           EXIT.

      *-----------------------------
       250000-APLICA-TETO-ANUAL SECTION.
      *-----------------------------
      *    Teto anual de bonus por cliente: soma o que o cliente
      *    (434-MCI) ja recebeu no ano em todas as suas contas e
      *    agencias (T99F1237Y) e corta 132-VL-BONUS ao saldo que
      *    resta do PARM-VL-TETO-ANUAL, gravando o corte no
      *    T99F1237K. A posicao do mes desta conta e SUBSTITUIDA (nao
      *    somada) pelo bonus concedido - como no 228000 do mestre -
      *    e por isso fica fora da soma, para que o restart e o
      *    reprocessamento da mesma data nao contem o ciclo duas
      *    vezes.
           MOVE 'N' TO IND-TETO-ESGOTADO.

           PERFORM 251000-SOMA-ANO-CLIENTE.

           IF  PARM-VL-TETO-ANUAL GREATER 0
               IF  WS-VL-ACUM-ANO NOT LESS PARM-VL-TETO-ANUAL
                   MOVE 0 TO WS-VL-SALDO-TETO
               ELSE
                   COMPUTE WS-VL-SALDO-TETO =
                           PARM-VL-TETO-ANUAL - WS-VL-ACUM-ANO
               END-IF
               IF  132-VL-BONUS GREATER WS-VL-SALDO-TETO
                   MOVE 132-VL-BONUS     TO WS-VL-BONUS-ORIGINAL
                   MOVE WS-VL-SALDO-TETO TO 132-VL-BONUS
                   PERFORM 256000-GRAVA-CORTE-TETO
                   IF  132-VL-BONUS EQUAL 0
                       MOVE 'S' TO IND-TETO-ESGOTADO
                   END-IF
               END-IF
           END-IF.

           PERFORM 258000-ATUALIZA-ANO-CLIENTE.
       250000-SAIDA.
           EXIT.

      *-----------------------------
       251000-SOMA-ANO-CLIENTE SECTION.
      *-----------------------------
      *    Posiciona no primeiro registro do cliente no ano e le em
      *    sequencia enquanto cliente e ano forem os mesmos.
           MOVE 0 TO WS-VL-ACUM-ANO.
           MOVE 'N' TO IND-FIM-TETO.
           MOVE 434-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE 0           TO TETO-CTA.
           START T99F1237Y KEY IS NOT LESS THAN TETO-CHAVE
               INVALID KEY
                   MOVE 'S' TO IND-FIM-TETO
           END-START.

           PERFORM 252000-LE-ANO-UM
               UNTIL 88-FIM-TETO.
       251000-SAIDA.
           EXIT.

      *-----------------------------
       252000-LE-ANO-UM SECTION.
      *-----------------------------
           READ T99F1237Y NEXT
                AT END
                    MOVE 'S' TO IND-FIM-TETO
                NOT AT END
                    IF  TETO-MCI NOT EQUAL 434-MCI
                        OR TETO-ANO NOT EQUAL WS-ANO-TETO
                        MOVE 'S' TO IND-FIM-TETO
                    ELSE
                        PERFORM 253000-SOMA-MES-ANO
                            VARYING WS-SUB-TETO FROM 1 BY 1
                            UNTIL WS-SUB-TETO GREATER 12
                    END-IF
           END-READ.
       252000-SAIDA.
           EXIT.

      *-----------------------------
       253000-SOMA-MES-ANO SECTION.
      *-----------------------------
           ADD TETO-VL-LIBERADO(WS-SUB-TETO) TO WS-VL-ACUM-ANO.
           IF  TETO-CTA NOT EQUAL 434-CTA
               OR WS-SUB-TETO NOT EQUAL WS-MES-TETO
               ADD TETO-VL-CICLO(WS-SUB-TETO) TO WS-VL-ACUM-ANO
           END-IF.
       253000-SAIDA.
           EXIT.

      *-----------------------------
       256000-GRAVA-CORTE-TETO SECTION.
      *-----------------------------
           MOVE 434-AGE              TO CORT-AGE.
           MOVE 434-CTA              TO CORT-CTA.
           MOVE 434-MCI              TO CORT-MCI.
           MOVE WS-VL-BONUS-ORIGINAL TO CORT-VL-ORIGINAL.
           MOVE 132-VL-BONUS         TO CORT-VL-CONCEDIDO.
           MOVE PARM-VL-TETO-ANUAL   TO CORT-VL-TETO.
           MOVE WS-VL-ACUM-ANO       TO CORT-VL-ACUM-ANO.
           WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL.

           ADD 1                    TO ACM-QTD-CORTE.
           ADD WS-VL-BONUS-ORIGINAL TO ACM-TOT-ORIGINAL-CORTE.
           ADD 132-VL-BONUS         TO ACM-TOT-CONCEDIDO-CORTE.
       256000-SAIDA.
           EXIT.

      *-----------------------------
       258000-ATUALIZA-ANO-CLIENTE SECTION.
      *-----------------------------
      *    Grava o bonus concedido na posicao do mes da conta; conta
      *    nova no ano ganha registro com as 12 posicoes zeradas.
           MOVE 434-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE 434-CTA     TO TETO-CTA.
           READ T99F1237Y
               INVALID KEY
                   PERFORM 259000-INICIALIZA-ANO-CLIENTE
               NOT INVALID KEY
                   MOVE 434-AGE      TO TETO-AGE
                   MOVE 132-VL-BONUS TO TETO-VL-CICLO(WS-MES-TETO)
                   REWRITE TETO-REG-GERL
           END-READ.
       258000-SAIDA.
           EXIT.

      *-----------------------------
       259000-INICIALIZA-ANO-CLIENTE SECTION.
      *-----------------------------
           MOVE 434-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE 434-CTA     TO TETO-CTA.
           MOVE 434-AGE     TO TETO-AGE.
           PERFORM 257000-ZERA-MES-ANO
               VARYING WS-SUB-TETO FROM 1 BY 1
               UNTIL WS-SUB-TETO GREATER 12.
           MOVE 132-VL-BONUS TO TETO-VL-CICLO(WS-MES-TETO).
           WRITE TETO-REG-GERL.
       259000-SAIDA.
           EXIT.

      *-----------------------------
       257000-ZERA-MES-ANO SECTION.
      *-----------------------------
           MOVE 0 TO TETO-VL-CICLO(WS-SUB-TETO).
           MOVE 0 TO TETO-VL-LIBERADO(WS-SUB-TETO).
       257000-SAIDA.
           EXIT.

      *-----------------------------
       230000-CALCULA-FAIXAS SECTION.
      *-----------------------------
       240000-PROCESSA-SIMULACAO SECTION.
      *-----------------------------
      *    Modo de simulacao: calcula o bonus da conta duas vezes -
      *    sob os parametros/faixas de producao (versao T99F1237V)
      *    e sob o jogo alternativo (T99F1237Q/T99F1237U) - e grava a
      *    comparacao no T99F1237S, inclusive quando um dos lados nao
      *    qualifica (bonus zero), para que o impacto da mudanca
      *    o registro continua valido e o bonus sera calculado
      *    normalmente, mas 200000-CALCULA-BONUS o desvia para o
      *    arquivo de retencao T99F1237D em vez do T99F132S.
      *    Conta conferida contra o cadastro de contas do dia: so
      *    segue para o calculo se existir, estiver aberta e pertencer
      *    ao mesmo titular (434-MCI) e a mesma agencia (434-AGE).
           IF  88-REGISTRO-VALIDO
               PERFORM 853000-VERIFICA-CADASTRO
           END-IF.

      *    Conta retida pela triagem de compliance para este lote e
      *    ainda nao liberada: rejeitada ate a liberacao.
           IF  88-REGISTRO-VALIDO
               PERFORM 854000-VERIFICA-TRIAGEM
           END-IF.

           MOVE 'N'    TO IND-CONTA-BLOQUEADA.
           MOVE SPACES TO WS-COD-BLOQ-CTA.
           MOVE 0      TO WS-FIM-BLOQ-CTA.
       852000-SAIDA.
           EXIT.

      *-----------------------------
       853000-VERIFICA-CADASTRO SECTION.
      *-----------------------------
      *    Codigos do T99F1237E: 032 conta ausente do cadastro, 033
      *    conta encerrada, 034 titular (MCI) diferente e 035 agencia
      *    diferente da atual. A mensagem leva o valor do cadastro,
      *    para a agencia corrigir a origem (relatorio do T99P1260).
           MOVE SPACES  TO WS-MSG-CADASTRO.
           MOVE 434-CTA TO CAD-CTA.
           READ T99F1237H
               INVALID KEY
                   MOVE 'N'   TO IND-REGISTRO-VALIDO
                   MOVE '032' TO WS-ERRO-VALID-CODIGO
                   MOVE 'CONTA AUSENTE DO CADASTRO DE CONTAS'
                              TO WS-ERRO-VALID-MSG
           END-READ.

           IF  88-REGISTRO-VALIDO
               AND 88-CAD-ENCERRADA
               MOVE 'N'                 TO IND-REGISTRO-VALIDO
               MOVE '033'               TO WS-ERRO-VALID-CODIGO
               MOVE 'CONTA ENCERRADA EM'
                                        TO WS-MSG-CAD-TEXTO
               MOVE CAD-AMD-SITUACAO    TO WS-MSG-CAD-VALOR
               MOVE WS-MSG-CADASTRO     TO WS-ERRO-VALID-MSG
           END-IF.

           IF  88-REGISTRO-VALIDO
               AND CAD-MCI NOT EQUAL 434-MCI
               MOVE 'N'                 TO IND-REGISTRO-VALIDO
               MOVE '034'               TO WS-ERRO-VALID-CODIGO
               MOVE 'MCI DIFERENTE DO TITULAR'
                                        TO WS-MSG-CAD-TEXTO
               MOVE CAD-MCI             TO WS-MSG-CAD-VALOR
               MOVE WS-MSG-CADASTRO     TO WS-ERRO-VALID-MSG
           END-IF.

           IF  88-REGISTRO-VALIDO
               AND CAD-AGE NOT EQUAL 434-AGE
               MOVE 'N'                 TO IND-REGISTRO-VALIDO
               MOVE '035'               TO WS-ERRO-VALID-CODIGO
               MOVE 'AGENCIA DIFERENTE DA ATUAL'
                                        TO WS-MSG-CAD-TEXTO
               MOVE CAD-AGE             TO WS-MSG-CAD-VALOR
               MOVE WS-MSG-CADASTRO     TO WS-ERRO-VALID-MSG
           END-IF.

           IF  NOT 88-REGISTRO-VALIDO
               ADD 1 TO ACM-QTD-CADASTRO
           END-IF.
       853000-SAIDA.
           EXIT.

      *-----------------------------
       854000-VERIFICA-TRIAGEM SECTION.
      *-----------------------------
      *    Codigo 036 do T99F1237E: retencao da conta para a data de
      *    geracao do lote ainda na situacao 'R' no T99F1267B.
           MOVE 434-CTA         TO TRG-CTA.
           MOVE WS-AMD-GER-LOTE TO TRG-AMD-GER.
           READ T99F1267B
               INVALID KEY
                   GO TO 854000-SAIDA
           END-READ.

           IF  88-TRG-RETIDA
               MOVE 'N'   TO IND-REGISTRO-VALIDO
               MOVE '036' TO WS-ERRO-VALID-CODIGO
               MOVE 'CONTA RETIDA NA TRIAGEM DE COMPLIANCE'
                          TO WS-ERRO-VALID-MSG
           END-IF.
       854000-SAIDA.
           EXIT.

      *-----------------------------
       855000-GRAVA-ERRO-434 SECTION.
      *-----------------------------
                              TO CKP-ACM-TOT-RETIDO.
           MOVE ACM-IRF-RETIDO
                              TO CKP-ACM-IRF-RETIDO.
           MOVE ACM-QTD-CORTE TO CKP-ACM-QTD-CORTE.
           MOVE ACM-TOT-ORIGINAL-CORTE
                              TO CKP-ACM-TOT-ORIG-CORTE.
           MOVE ACM-TOT-CONCEDIDO-CORTE
                              TO CKP-ACM-TOT-CONC-CORTE.
           MOVE ACM-QTD-CADASTRO
                              TO CKP-ACM-QTD-CADASTRO.
           MOVE WS-NUM-VERSAO TO CKP-NUM-VERSAO.

           OPEN OUTPUT T99F1237C.
           WRITE 1237C-REGISTRO-FD FROM 1237C-REG-CKP.
           PERFORM 999999-CANCELAR.

       999012-ERRO-012.
           DISPLAY '888 ' CTE-PROG ' 012 - Taxa de bonus da versao de '
                   'parametros ' WS-NUM-VERSAO ' zerada.'.
           PERFORM 999999-CANCELAR.

       999013-ERRO-013.
           PERFORM 999999-CANCELAR.

       999014-ERRO-014.
           DISPLAY '888 ' CTE-PROG ' 014 - Versao de parametros '
                   WS-NUM-VERSAO ' sem faixas de bonus.'.
           PERFORM 999999-CANCELAR.

       999015-ERRO-015.
                   ' AGE: ' 434-AGE ' CTA: ' 434-CTA.

       999016-ERRO-016.
           DISPLAY '888 ' CTE-PROG ' 016 - Versao de parametros '
                   WS-NUM-VERSAO ' com mais de 20 faixas.'.
           PERFORM 999999-CANCELAR.

       999017-ERRO-017.
           DISPLAY '888 ' CTE-PROG ' 027 - Arquivo T99F1237B (contas '
                   'bloqueadas) com mais de 500 contas.'.
           PERFORM 999999-CANCELAR.

       999029-ERRO-029.
           DISPLAY '888 ' CTE-PROG ' 029 - Cadastro de contas T99F1237H'
                   ' indisponivel - STATUS: ' WS-STATUS-CAD.
           PERFORM 999999-CANCELAR.

       999030-ERRO-030.
           DISPLAY '888 ' CTE-PROG ' 030 - Cadastro de contas T99F1237H'
                   ' sem registro de controle (conta zero).'.
           PERFORM 999999-CANCELAR.

       999031-ERRO-031.
           DISPLAY '888 ' CTE-PROG ' 031 - Extrato do cadastro de conta'
                   's anterior a data de geracao do lote.'.
           DISPLAY '888 ' CTE-PROG ' 031 - Extrato: ' CAD-AMD-EXTRATO
                   ' T99F434: ' WS-AMD-GER-LOTE.
           PERFORM 999999-CANCELAR.

       999037-ERRO-037.
           DISPLAY '888 ' CTE-PROG ' 037 - Versoes de parametros T99F'
                   '1237V indisponivel - STATUS: ' WS-STATUS-VER.
           PERFORM 999999-CANCELAR.

       999038-ERRO-038.
           DISPLAY '888 ' CTE-PROG ' 038 - Nenhuma versao de parametro'
                   's aprovada em vigor no T99F1237V.'.
           DISPLAY '888 ' CTE-PROG ' 038 - Data de geracao do lote: '
                   WS-AMD-GER-LOTE.
           PERFORM 999999-CANCELAR.

       999039-ERRO-039.
           DISPLAY '888 ' CTE-PROG ' 039 - Checkpoint T99F1237C gravado'
                   ' com outra versao de parametros.'.
           DISPLAY '888 ' CTE-PROG ' 039 - CHECKPOINT: ' CKP-NUM-VERSAO
                   ' SELECIONADA: ' WS-NUM-VERSAO.
           PERFORM 999999-CANCELAR.

       999040-ERRO-040.
           DISPLAY '888 ' CTE-PROG ' 040 - Ciclo anterior '
                   WS-AMD-ULT-CICLO ' nao encerrado (sem fim normal '
                   'limpo do T99P1265 na trilha T99F1237A).'.
           DISPLAY '888 ' CTE-PROG ' 040 - Encerrar o ciclo anterior '
                   'antes de calcular o lote ' WS-AMD-GER-LOTE '.'.
           PERFORM 999999-CANCELAR.

       999041-ERRO-041.
           DISPLAY '888 ' CTE-PROG ' 041 - Retencoes da triagem T99F'
                   '1267B indisponivel - STATUS: ' WS-STATUS-TRG.
           DISPLAY '888 ' CTE-PROG ' 041 - Rodar a triagem T99P1267 '
                   'antes do calculo.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           IF  88-MESTRE-ABERTO
               CLOSE T99F1237M
           END-IF.
           IF  88-TETO-ABERTO
               CLOSE T99F1237Y
           END-IF.
           IF  88-CAD-ABERTO
               CLOSE T99F1237H
           END-IF.
           IF  88-TRG-ABERTO
               CLOSE T99F1267B
           END-IF.
           IF  88-ARQS-SAIDA-ABERTOS
               CLOSE T99F132S
                     T99F132N
                     T99F1237E
                     T99F1237I
                     T99F1237D
                     T99F1237K
           END-IF.
           IF  88-SIM-ABERTO
               CLOSE T99F1237S
