
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Inclusao rejeitada no
      *                                    fechamento listada com o
      *                                    usuario e o tipo da propria
      *                                    inclusao, e nao do
      *                                    movimento seguinte
      *VRS003-15/10/2026-F8367856-Rafael   T99F1261R aberto antes da
      *                                    gravacao do controle do
      *                                    T99F1237V (cancelamento 004)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1261.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Manutencao das versoes de parametros de calculo
      *               do bonus no mestre indexado T99F1237V: cada
      *               versao guarda o jogo completo de parametros
      *               (taxa, piso, teto, modo, IRF, cotacao, teto
      *               anual) e a tabela de faixas, com data de
      *               vigencia. Le o movimento T99F1261M:
      *                 'I' inclusao de versao (seguida das suas
      *                     faixas, registros 'F'; sem faixas, copia
      *                     as da versao vigente na data), gravada
      *                     como pendente;
      *                 'A' aprovacao de versao pendente, por usuario
      *                     diferente do que fez a inclusao;
      *                 'R' recusa de versao pendente.
      *               Somente versao aprovada e usada pelo T99P1237,
      *               T99P1245 e T99P1257 (a aprovada de maior
      *               vigencia nao posterior a data de geracao ou de
      *               referencia). Vigencia anterior a data do
      *               processamento so e aceita na carga inicial (sem
      *               nenhuma versao aprovada), para que ciclos ja
      *               calculados nao mudem de parametros. Imprime no
      *               T99F1261R a listagem de auditoria com o antes
      *               (versao vigente na data) e o depois de cada
      *               inclusao e aprovacao, e os movimentos rejeitados
      *               com o motivo.
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
            SELECT T99F1237V ASSIGN  TO  "T99F1237V.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS VER-NUMERO
                   FILE STATUS    IS WS-STATUS-VER.
            SELECT T99F1261M ASSIGN  TO  "T99F1261M.txt".
            SELECT T99F1261R ASSIGN  TO  "T99F1261R.txt".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Versoes de parametros de calculo do bonus, indexadas pelo
      *    numero da versao. O registro de versao zero e o de
      *    controle, com o ultimo numero atribuido.
       FD  T99F1237V.
       01  VER-REG-GERL.
           03  VER-NUMERO              PIC   9(05).
           03  VER-SITUACAO            PIC   X(01).
               88  88-VER-PENDENTE                    VALUE 'P'.
               88  88-VER-APROVADA                    VALUE 'A'.
               88  88-VER-RECUSADA                    VALUE 'R'.
           03  VER-AMD-VIG             PIC   9(08).
           03  VER-USU-INCLUSAO        PIC   X(08).
           03  VER-AMD-INCLUSAO        PIC   9(08).
           03  VER-HOR-INCLUSAO        PIC   9(08).
      *        Aprovacao ou recusa (usuario, data, hora e motivo)
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

       01  VER-REG-CONTROLE.
           03  FILLER                  PIC   X(05).
           03  VER-ULT-NUMERO          PIC   9(05).
           03  FILLER                  PIC   X(630).

      *    Movimento de manutencao de parametros
       FD  T99F1261M.
       01  1261M-REGISTRO-FD           PIC  X(110).

       FD  T99F1261R.
       01  1261R-LINHA-FD              PIC  X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1261 ***'.

       77  WS-STATUS-VER               PIC  X(02).
           88  VER-OK                                   VALUE '00'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  IND-FIM-MOV                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-MOV                                VALUE 'S'.
       77  IND-FIM-VER                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-VER                                VALUE 'S'.

      *    Inclusao em montagem: aberta pelo registro 'I' e fechada
      *    pelo proximo registro que nao seja faixa (ou pelo fim do
      *    movimento)
       77  IND-INCLUSAO-ABERTA         PIC  X(01)       VALUE 'N'.
           88  88-INCLUSAO-ABERTA                        VALUE 'S'.
       77  IND-EXCESSO-FAIXAS          PIC  X(01)       VALUE 'N'.
           88  88-EXCESSO-FAIXAS                         VALUE 'S'.

      *    Versao vigente na data (o "antes" da auditoria) e
      *    existencia de alguma versao aprovada (carga inicial)
       77  IND-ANT-ACHADA              PIC  X(01)       VALUE 'N'.
           88  88-ANT-ACHADA                             VALUE 'S'.
       77  IND-EXISTE-APROVADA         PIC  X(01)       VALUE 'N'.
           88  88-EXISTE-APROVADA                        VALUE 'S'.
       77  WS-AMD-BUSCA                PIC  9(08)       VALUE 0.

       77  WS-MOTIVO                   PIC  X(60)       VALUE SPACES.
      *    Tipo e usuario do movimento rejeitado, informados por quem
      *    rejeita: a inclusao so fecha depois da leitura do movimento
      *    seguinte, e o 1261M-REG-GERL ja nao e mais o dela
       77  WS-REJ-TIPO                 PIC  X(01)       VALUE SPACES.
       77  WS-REJ-USUARIO              PIC  X(08)       VALUE SPACES.
       77  WS-ULT-NUMERO               PIC  9(05)       VALUE 0.
       77  WS-AMD-HOJE                 PIC  9(08)       VALUE 0.
       77  WS-HOR-HOJE                 PIC  9(08)       VALUE 0.
       77  WS-AMD-ANO-AUX              PIC  9(04)       VALUE 0.
       77  WS-AMD-ANOMES-AUX           PIC  9(06)       VALUE 0.
       77  WS-AMD-MES-AUX              PIC  9(02)       VALUE 0.
       77  WS-AMD-DIA-AUX              PIC  9(02)       VALUE 0.
       77  WS-SUB-FAIXA                PIC  9(02)       VALUE 0.
       77  WS-MAX-FAIXAS               PIC  9(02)       VALUE 0.

       77  ACM-QTD-LIDOS               PIC  9(09)       VALUE 0.
       77  ACM-QTD-INCLUIDAS           PIC  9(09)       VALUE 0.
       77  ACM-QTD-APROVADAS           PIC  9(09)       VALUE 0.
       77  ACM-QTD-RECUSADAS           PIC  9(09)       VALUE 0.
       77  ACM-QTD-REJEITADOS          PIC  9(09)       VALUE 0.

      *    Movimento, lido do T99F1261M

      *    Comum aos tipos de movimento
       01  1261M-REG-GERL.
           03  MOV-TIPO                PIC   X(01).
               88  88-MOV-INCLUSAO                    VALUE 'I'.
               88  88-MOV-FAIXA                        VALUE 'F'.
               88  88-MOV-APROVACAO                    VALUE 'A'.
               88  88-MOV-RECUSA                       VALUE 'R'.
           03  MOV-USUARIO             PIC   X(08).
           03  FILLER                  PIC   X(101).

      *    Inclusao de versao
       01  FILLER REDEFINES 1261M-REG-GERL.
           03  FILLER                  PIC   X(09).
           03  MOV-AMD-VIG             PIC   9(08).
           03  MOV-TX-BONUS            PIC   9(01)V9(04).
           03  MOV-VL-MINIMO           PIC   9(15)V99.
           03  MOV-VL-MAXIMO           PIC   9(15)V99.
           03  MOV-MODO-CALC           PIC   X(01).
           03  MOV-TX-IRF              PIC   9(01)V9(04).
           03  MOV-VL-ISENTO-IRF       PIC   9(15)V99.
           03  MOV-QTD-DIAS-COTACAO    PIC   9(03).
           03  MOV-PCT-VAR-COTACAO     PIC   9(03)V99.
           03  MOV-VL-TETO-ANUAL       PIC   9(15)V99.
           03  FILLER                  PIC   X(06).

      *    Faixa da inclusao anterior (em ordem crescente de limite)
       01  FILLER REDEFINES 1261M-REG-GERL.
           03  FILLER                  PIC   X(09).
           03  MOV-FAIXA-LIMITE        PIC   9(15)V99.
           03  MOV-FAIXA-TAXA          PIC   9(01)V9(04).
           03  FILLER                  PIC   X(79).

      *    Aprovacao ou recusa
       01  FILLER REDEFINES 1261M-REG-GERL.
           03  FILLER                  PIC   X(09).
           03  MOV-NUM-VERSAO          PIC   9(05).
           03  MOV-MOTIVO              PIC   X(40).
           03  FILLER                  PIC   X(56).

      *    Versao em inclusao ou em decisao (copia do registro: a
      *    busca da versao vigente le o T99F1237V e troca a area do
      *    FD)
       01  NOVA-REG-GERL.
           03  NOVA-NUMERO             PIC   9(05).
           03  NOVA-SITUACAO           PIC   X(01).
               88  88-NOVA-PENDENTE                   VALUE 'P'.
           03  NOVA-AMD-VIG            PIC   9(08).
           03  NOVA-USU-INCLUSAO       PIC   X(08).
           03  NOVA-AMD-INCLUSAO       PIC   9(08).
           03  NOVA-HOR-INCLUSAO       PIC   9(08).
           03  NOVA-USU-DECISAO        PIC   X(08).
           03  NOVA-AMD-DECISAO        PIC   9(08).
           03  NOVA-HOR-DECISAO        PIC   9(08).
           03  NOVA-MOTIVO             PIC   X(40).
           03  NOVA-PARAMETROS.
               05  NOVA-TX-BONUS       PIC   9(01)V9(04).
               05  NOVA-VL-MINIMO      PIC   9(15)V99.
               05  NOVA-VL-MAXIMO      PIC   9(15)V99.
               05  NOVA-MODO-CALC      PIC   X(01).
                   88  88-NOVA-MODO-VALIDO         VALUE 'A' 'P'.
               05  NOVA-TX-IRF         PIC   9(01)V9(04).
               05  NOVA-VL-ISENTO-IRF  PIC   9(15)V99.
               05  NOVA-QTD-DIAS-COTACAO
                                       PIC   9(03).
               05  NOVA-PCT-VAR-COTACAO
                                       PIC   9(03)V99.
               05  NOVA-VL-TETO-ANUAL  PIC   9(15)V99.
           03  NOVA-QTD-FAIXAS         PIC   9(02).
           03  NOVA-FAIXA OCCURS 20 TIMES.
               05  NOVA-FAIXA-LIMITE   PIC   9(15)V99.
               05  NOVA-FAIXA-TAXA     PIC   9(01)V9(04).
           03  FILLER                  PIC   X(09).

      *    Versao aprovada vigente na data da nova (o "antes")
       01  ANT-REG-GERL.
           03  ANT-NUMERO              PIC   9(05).
           03  ANT-SITUACAO            PIC   X(01).
           03  ANT-AMD-VIG             PIC   9(08).
           03  ANT-USU-INCLUSAO        PIC   X(08).
           03  ANT-AMD-INCLUSAO        PIC   9(08).
           03  ANT-HOR-INCLUSAO        PIC   9(08).
           03  ANT-USU-DECISAO         PIC   X(08).
           03  ANT-AMD-DECISAO         PIC   9(08).
           03  ANT-HOR-DECISAO         PIC   9(08).
           03  ANT-MOTIVO              PIC   X(40).
           03  ANT-PARAMETROS.
               05  ANT-TX-BONUS        PIC   9(01)V9(04).
               05  ANT-VL-MINIMO       PIC   9(15)V99.
               05  ANT-VL-MAXIMO       PIC   9(15)V99.
               05  ANT-MODO-CALC       PIC   X(01).
               05  ANT-TX-IRF          PIC   9(01)V9(04).
               05  ANT-VL-ISENTO-IRF   PIC   9(15)V99.
               05  ANT-QTD-DIAS-COTACAO
                                       PIC   9(03).
               05  ANT-PCT-VAR-COTACAO PIC   9(03)V99.
               05  ANT-VL-TETO-ANUAL   PIC   9(15)V99.
           03  ANT-QTD-FAIXAS          PIC   9(02).
           03  ANT-FAIXA OCCURS 20 TIMES.
               05  ANT-FAIXA-LIMITE    PIC   9(15)V99.
               05  ANT-FAIXA-TAXA      PIC   9(01)V9(04).
           03  FILLER                  PIC   X(09).

      *    Edicao dos valores da auditoria
       77  ED-VALOR                    PIC  ZZZZZZZZZZZZZ9,99.
       77  ED-TAXA                     PIC  9,9999.
       77  ED-PERCENTUAL               PIC  ZZ9,99.
       77  ED-INTEIRO                  PIC  ZZ9.
       77  WS-AUD-ANTES                PIC  X(22)       VALUE SPACES.
       77  WS-AUD-DEPOIS               PIC  X(22)       VALUE SPACES.

       01  WS-CAMPO-FAIXA.
           03  FILLER                  PIC   X(06)  VALUE 'FAIXA '.
           03  WS-CAMPO-FAIXA-NUM      PIC   9(02).
           03  FILLER                  PIC   X(03)  VALUE ' - '.
           03  WS-CAMPO-FAIXA-ITEM     PIC   X(21).

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
                     'MANUTENCAO DE PARAMETROS DE CALCULO DO BONUS'.
           03  FILLER                  PIC   X(08)  VALUE
                     '  DATA: '.
           03  LN1-AMD-HOJE            PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(53)  VALUE SPACE.

       01  LN-MOVIMENTO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(08)  VALUE 'VERSAO: '.
           03  LNM-VERSAO              PIC   9(05).
           03  FILLER                  PIC   X(12)  VALUE
                     '  OPERACAO: '.
           03  LNM-OPERACAO            PIC   X(10).
           03  FILLER                  PIC   X(11)  VALUE
                     '  USUARIO: '.
           03  LNM-USUARIO             PIC   X(08).
           03  FILLER                  PIC   X(12)  VALUE
                     '  VIGENCIA: '.
           03  LNM-AMD-VIG             PIC   9(08).
           03  FILLER                  PIC   X(12)  VALUE
                     '  SITUACAO: '.
           03  LNM-SITUACAO            PIC   X(30).
           03  FILLER                  PIC   X(15)  VALUE SPACE.

       01  LN-INCLUSAO.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  FILLER                  PIC   X(17)  VALUE
                     'INCLUIDA POR: '.
           03  LNI-USUARIO             PIC   X(08).
           03  FILLER                  PIC   X(06)  VALUE '  EM: '.
           03  LNI-AMD                 PIC   9(08).
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNI-HORA                PIC   9(08).
           03  FILLER                  PIC   X(79)  VALUE SPACE.

       01  LN-REJEICAO.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE
                     'MOTIVO: '.
           03  LNJ-MOTIVO              PIC   X(60).
           03  FILLER                  PIC   X(58)  VALUE SPACE.

       01  LN-AUD-CABEC.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  FILLER                  PIC   X(32)  VALUE 'CAMPO'.
           03  FILLER                  PIC   X(12)  VALUE
                     'ANTES - VRS '.
           03  LNC-VRS-ANTES           PIC   X(05).
           03  FILLER                  PIC   X(09)  VALUE SPACE.
           03  FILLER                  PIC   X(13)  VALUE
                     'DEPOIS - VRS '.
           03  LNC-VRS-DEPOIS          PIC   9(05).
           03  FILLER                  PIC   X(08)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE 'ALTERADO'.
           03  FILLER                  PIC   X(34)  VALUE SPACE.

       01  LN-AUDITORIA.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  LNA-CAMPO               PIC   X(32).
           03  LNA-ANTES               PIC   X(22) JUSTIFIED RIGHT.
           03  FILLER                  PIC   X(04)  VALUE SPACE.
           03  LNA-DEPOIS              PIC   X(22) JUSTIFIED RIGHT.
           03  FILLER                  PIC   X(04)  VALUE SPACE.
           03  LNA-MARCA               PIC   X(09).
           03  FILLER                  PIC   X(34)  VALUE SPACE.

       01  LN-RESUMO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(07)  VALUE 'LIDOS: '.
           03  LNR-LIDOS               PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(13)  VALUE
                     '  INCLUIDAS: '.
           03  LNR-INCLUIDAS           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(13)  VALUE
                     '  APROVADAS: '.
           03  LNR-APROVADAS           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(13)  VALUE
                     '  RECUSADAS: '.
           03  LNR-RECUSADAS           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(14)  VALUE
                     '  REJEITADOS: '.
           03  LNR-REJEITADOS          PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(36)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

           PERFORM 300000-PROCESSA-MOVIMENTO
               UNTIL 88-FIM-MOV.

      *    A ultima inclusao do movimento fecha no fim do arquivo.
           PERFORM 380000-FECHA-INCLUSAO.

           PERFORM 400000-IMPRIME-RESUMO.

           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           ACCEPT WS-AMD-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HOR-HOJE FROM TIME.
           MOVE WS-AMD-HOJE TO LN1-AMD-HOJE.

           OPEN INPUT  T99F1261M.

      *    Na primeira execucao o mestre de versoes ainda nao existe:
      *    cria-se vazio, reabre-se em I-O e grava-se o registro de
      *    controle (versao zero).
           OPEN I-O T99F1237V.
           IF  NOT VER-OK
               OPEN OUTPUT T99F1237V
               CLOSE T99F1237V
               OPEN I-O T99F1237V
               IF  NOT VER-OK
                   PERFORM 999001-ERRO-001
               END-IF
           END-IF.

           OPEN OUTPUT T99F1261R.

           MOVE 0 TO VER-NUMERO.
           READ T99F1237V
               INVALID KEY
                   MOVE SPACES TO VER-REG-CONTROLE
                   MOVE 0      TO VER-NUMERO
                   MOVE 0      TO VER-ULT-NUMERO
                   WRITE VER-REG-GERL
                       INVALID KEY PERFORM 999004-ERRO-004
                   END-WRITE
           END-READ.
           MOVE VER-ULT-NUMERO TO WS-ULT-NUMERO.

           PERFORM 800000-LE-MOVIMENTO.

           IF  88-FIM-MOV
               PERFORM 999002-ERRO-002.

           PERFORM 200000-IMPRIME-CABECALHO.
       100000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1261R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-PROCESSA-MOVIMENTO SECTION.
      *-----------------------------
      *    Movimento invalido nao cancela o job: e listado com o
      *    motivo e o processamento segue com o proximo, como no
      *    T99P1249.
           ADD 1 TO ACM-QTD-LIDOS.

           IF  88-MOV-FAIXA
               MOVE MOV-TIPO    TO WS-REJ-TIPO
               MOVE MOV-USUARIO TO WS-REJ-USUARIO
               PERFORM 320000-ACUMULA-FAIXA
           ELSE
               PERFORM 380000-FECHA-INCLUSAO
               MOVE MOV-TIPO    TO WS-REJ-TIPO
               MOVE MOV-USUARIO TO WS-REJ-USUARIO
               EVALUATE TRUE
                   WHEN 88-MOV-INCLUSAO
                       PERFORM 310000-ABRE-INCLUSAO
                   WHEN 88-MOV-APROVACAO
                       PERFORM 340000-APROVA-VERSAO
                   WHEN 88-MOV-RECUSA
                       PERFORM 350000-RECUSA-VERSAO
                   WHEN OTHER
                       MOVE 0          TO LNM-VERSAO
                       MOVE MOV-TIPO   TO LNM-OPERACAO
                       MOVE 0          TO LNM-AMD-VIG
                       MOVE 'TIPO DE MOVIMENTO INVALIDO (I, F, A, R)'
                                       TO WS-MOTIVO
                       PERFORM 360000-REJEITA-MOVIMENTO
               END-EVALUATE
           END-IF.

           PERFORM 800000-LE-MOVIMENTO.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       310000-ABRE-INCLUSAO SECTION.
      *-----------------------------
      *    Monta a nova versao na area NOVA-REG-GERL; as faixas que
      *    vierem a seguir sao acumuladas nela ate o fechamento.
           MOVE 'S'                  TO IND-INCLUSAO-ABERTA.
           MOVE 'N'                  TO IND-EXCESSO-FAIXAS.

           MOVE SPACES               TO NOVA-REG-GERL.
           MOVE 0                    TO NOVA-NUMERO
                                        NOVA-AMD-DECISAO
                                        NOVA-HOR-DECISAO
                                        NOVA-QTD-FAIXAS.
           MOVE 'P'                  TO NOVA-SITUACAO.
           MOVE MOV-AMD-VIG          TO NOVA-AMD-VIG.
           MOVE MOV-USUARIO          TO NOVA-USU-INCLUSAO.
           MOVE WS-AMD-HOJE          TO NOVA-AMD-INCLUSAO.
           MOVE WS-HOR-HOJE          TO NOVA-HOR-INCLUSAO.
           MOVE MOV-TX-BONUS         TO NOVA-TX-BONUS.
           MOVE MOV-VL-MINIMO        TO NOVA-VL-MINIMO.
           MOVE MOV-VL-MAXIMO        TO NOVA-VL-MAXIMO.
           MOVE MOV-MODO-CALC        TO NOVA-MODO-CALC.
           MOVE MOV-TX-IRF           TO NOVA-TX-IRF.
           MOVE MOV-VL-ISENTO-IRF    TO NOVA-VL-ISENTO-IRF.
           MOVE MOV-QTD-DIAS-COTACAO TO NOVA-QTD-DIAS-COTACAO.
           MOVE MOV-PCT-VAR-COTACAO  TO NOVA-PCT-VAR-COTACAO.
           MOVE MOV-VL-TETO-ANUAL    TO NOVA-VL-TETO-ANUAL.

           PERFORM 315000-ZERA-FAIXA-NOVA
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA GREATER 20.
       310000-SAIDA.
           EXIT.

      *-----------------------------
       315000-ZERA-FAIXA-NOVA SECTION.
      *-----------------------------
           MOVE 0 TO NOVA-FAIXA-LIMITE(WS-SUB-FAIXA)
                     NOVA-FAIXA-TAXA(WS-SUB-FAIXA).
       315000-SAIDA.
           EXIT.

      *-----------------------------
       320000-ACUMULA-FAIXA SECTION.
      *-----------------------------
           IF  NOT 88-INCLUSAO-ABERTA
               MOVE 0          TO LNM-VERSAO
               MOVE 'FAIXA'    TO LNM-OPERACAO
               MOVE 0          TO LNM-AMD-VIG
               MOVE 'FAIXA SEM INCLUSAO DE VERSAO ANTERIOR'
                               TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
           ELSE
               IF  NOVA-QTD-FAIXAS EQUAL 20
                   MOVE 'S' TO IND-EXCESSO-FAIXAS
               ELSE
                   ADD 1    TO NOVA-QTD-FAIXAS
                   MOVE MOV-FAIXA-LIMITE
                        TO NOVA-FAIXA-LIMITE(NOVA-QTD-FAIXAS)
                   MOVE MOV-FAIXA-TAXA
                        TO NOVA-FAIXA-TAXA(NOVA-QTD-FAIXAS)
               END-IF
           END-IF.
       320000-SAIDA.
           EXIT.

      *-----------------------------
       340000-APROVA-VERSAO SECTION.
      *-----------------------------
      *    Dupla custodia: quem aprova nao pode ser quem incluiu. A
      *    vigencia e conferida de novo na aprovacao - uma versao
      *    incluida para hoje e aprovada amanha ja seria retroativa.
           MOVE MOV-NUM-VERSAO TO LNM-VERSAO.
           MOVE 'APROVACAO'    TO LNM-OPERACAO.
           MOVE 0              TO LNM-AMD-VIG.

           IF  MOV-USUARIO EQUAL SPACES
               MOVE 'USUARIO NAO INFORMADO' TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 340000-SAIDA
           END-IF.

           MOVE MOV-NUM-VERSAO TO VER-NUMERO.
           READ T99F1237V INTO NOVA-REG-GERL
               INVALID KEY
                   MOVE 'VERSAO NAO CADASTRADA' TO WS-MOTIVO
                   PERFORM 360000-REJEITA-MOVIMENTO
                   GO TO 340000-SAIDA
           END-READ.
           MOVE NOVA-AMD-VIG TO LNM-AMD-VIG.

           IF  NOVA-NUMERO EQUAL 0
               OR NOT 88-NOVA-PENDENTE
               MOVE 'VERSAO NAO ESTA PENDENTE DE APROVACAO'
                                   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 340000-SAIDA
           END-IF.

           IF  MOV-USUARIO EQUAL NOVA-USU-INCLUSAO
               MOVE 'APROVADOR E O MESMO USUARIO DA INCLUSAO'
                                   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 340000-SAIDA
           END-IF.

           MOVE NOVA-AMD-VIG TO WS-AMD-BUSCA.
           PERFORM 390000-BUSCA-VIGENTE.

           IF  NOVA-AMD-VIG LESS WS-AMD-HOJE
               AND 88-EXISTE-APROVADA
               MOVE 'VIGENCIA JA PASSADA - INCLUIR NOVA VERSAO'
                                   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 340000-SAIDA
           END-IF.

           MOVE 'A'            TO NOVA-SITUACAO.
           MOVE MOV-USUARIO    TO NOVA-USU-DECISAO.
           MOVE WS-AMD-HOJE    TO NOVA-AMD-DECISAO.
           MOVE WS-HOR-HOJE    TO NOVA-HOR-DECISAO.
           REWRITE VER-REG-GERL FROM NOVA-REG-GERL
               INVALID KEY PERFORM 999005-ERRO-005
           END-REWRITE.
           ADD 1 TO ACM-QTD-APROVADAS.

           MOVE MOV-USUARIO    TO LNM-USUARIO.
           MOVE 'APROVADA - EM VIGOR NA DATA' TO LNM-SITUACAO.
           PERFORM 370000-IMPRIME-VERSAO.
       340000-SAIDA.
           EXIT.

      *-----------------------------
       350000-RECUSA-VERSAO SECTION.
      *-----------------------------
      *    A recusa pode vir do aprovador ou do proprio autor da
      *    inclusao (desistencia); a versao recusada fica no mestre
      *    para a historia, mas nunca e selecionada.
           MOVE MOV-NUM-VERSAO TO LNM-VERSAO.
           MOVE 'RECUSA'       TO LNM-OPERACAO.
           MOVE 0              TO LNM-AMD-VIG.

           IF  MOV-USUARIO EQUAL SPACES
               MOVE 'USUARIO NAO INFORMADO' TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 350000-SAIDA
           END-IF.

           MOVE MOV-NUM-VERSAO TO VER-NUMERO.
           READ T99F1237V INTO NOVA-REG-GERL
               INVALID KEY
                   MOVE 'VERSAO NAO CADASTRADA' TO WS-MOTIVO
                   PERFORM 360000-REJEITA-MOVIMENTO
                   GO TO 350000-SAIDA
           END-READ.
           MOVE NOVA-AMD-VIG TO LNM-AMD-VIG.

           IF  NOVA-NUMERO EQUAL 0
               OR NOT 88-NOVA-PENDENTE
               MOVE 'VERSAO NAO ESTA PENDENTE DE APROVACAO'
                                   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 350000-SAIDA
           END-IF.

           MOVE 'R'            TO NOVA-SITUACAO.
           MOVE MOV-USUARIO    TO NOVA-USU-DECISAO.
           MOVE WS-AMD-HOJE    TO NOVA-AMD-DECISAO.
           MOVE WS-HOR-HOJE    TO NOVA-HOR-DECISAO.
           MOVE MOV-MOTIVO     TO NOVA-MOTIVO.
           REWRITE VER-REG-GERL FROM NOVA-REG-GERL
               INVALID KEY PERFORM 999005-ERRO-005
           END-REWRITE.
           ADD 1 TO ACM-QTD-RECUSADAS.

           IF  WS-LINHAS-PAGINA GREATER 45
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.
           MOVE MOV-USUARIO    TO LNM-USUARIO.
           MOVE 'RECUSADA'     TO LNM-SITUACAO.
           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1261R-LINHA-FD FROM LN-MOVIMENTO
                 AFTER ADVANCING 1 LINE.
           MOVE MOV-MOTIVO     TO LNJ-MOTIVO.
           WRITE 1261R-LINHA-FD FROM LN-REJEICAO
                 AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINHAS-PAGINA.
       350000-SAIDA.
           EXIT.

      *-----------------------------
       360000-REJEITA-MOVIMENTO SECTION.
      *-----------------------------
      *    LNM-VERSAO, LNM-OPERACAO, LNM-AMD-VIG, WS-MOTIVO,
      *    WS-REJ-TIPO e WS-REJ-USUARIO ja vem preenchidos por quem
      *    rejeitou.
           IF  WS-LINHAS-PAGINA GREATER 45
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE WS-REJ-USUARIO TO LNM-USUARIO.
           MOVE 'REJEITADO - NADA ALTERADO' TO LNM-SITUACAO.
           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1261R-LINHA-FD FROM LN-MOVIMENTO
                 AFTER ADVANCING 1 LINE.
           MOVE WS-MOTIVO      TO LNJ-MOTIVO.
           WRITE 1261R-LINHA-FD FROM LN-REJEICAO
                 AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINHAS-PAGINA.

           ADD 1 TO ACM-QTD-REJEITADOS.
           DISPLAY '888 ' CTE-PROG ' 003 - MOVIMENTO REJEITADO - '
                   'TIPO: ' WS-REJ-TIPO ' USUARIO: ' WS-REJ-USUARIO.
           DISPLAY '888 ' CTE-PROG ' 003 - ' WS-MOTIVO.
       360000-SAIDA.
           EXIT.

      *-----------------------------
       370000-IMPRIME-VERSAO SECTION.
      *-----------------------------
      *    Bloco de auditoria de uma inclusao ou aprovacao: cabecalho
      *    do movimento e, campo a campo, o valor da versao aprovada
      *    vigente na data (antes) e o da versao nova (depois).
      *    NOVA-REG-GERL e ANT-REG-GERL ja estao preenchidos.
           IF  WS-LINHAS-PAGINA GREATER 30
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE NOVA-NUMERO       TO LNM-VERSAO.
           MOVE NOVA-AMD-VIG      TO LNM-AMD-VIG.
           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1261R-LINHA-FD FROM LN-MOVIMENTO
                 AFTER ADVANCING 1 LINE.
           MOVE NOVA-USU-INCLUSAO TO LNI-USUARIO.
           MOVE NOVA-AMD-INCLUSAO TO LNI-AMD.
           MOVE NOVA-HOR-INCLUSAO TO LNI-HORA.
           WRITE 1261R-LINHA-FD FROM LN-INCLUSAO
                 AFTER ADVANCING 1 LINE.

           IF  88-ANT-ACHADA
               MOVE ANT-NUMERO    TO LNC-VRS-ANTES
           ELSE
               MOVE '-----'       TO LNC-VRS-ANTES
           END-IF.
           MOVE NOVA-NUMERO       TO LNC-VRS-DEPOIS.
           WRITE 1261R-LINHA-FD FROM LN-AUD-CABEC
                 AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINHAS-PAGINA.

           MOVE 'TAXA DE BONUS'        TO LNA-CAMPO.
           MOVE ANT-TX-BONUS           TO ED-TAXA.
           MOVE ED-TAXA                TO WS-AUD-ANTES.
           MOVE NOVA-TX-BONUS          TO ED-TAXA.
           MOVE ED-TAXA                TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'VALOR MINIMO DO BONUS' TO LNA-CAMPO.
           MOVE ANT-VL-MINIMO          TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-ANTES.
           MOVE NOVA-VL-MINIMO         TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'VALOR MAXIMO DO BONUS' TO LNA-CAMPO.
           MOVE ANT-VL-MAXIMO          TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-ANTES.
           MOVE NOVA-VL-MAXIMO         TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'MODO DE CALCULO'      TO LNA-CAMPO.
           MOVE ANT-MODO-CALC          TO WS-AUD-ANTES.
           MOVE NOVA-MODO-CALC         TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'TAXA DE IRF'          TO LNA-CAMPO.
           MOVE ANT-TX-IRF             TO ED-TAXA.
           MOVE ED-TAXA                TO WS-AUD-ANTES.
           MOVE NOVA-TX-IRF            TO ED-TAXA.
           MOVE ED-TAXA                TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'PISO DE ISENCAO DE IRF' TO LNA-CAMPO.
           MOVE ANT-VL-ISENTO-IRF      TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-ANTES.
           MOVE NOVA-VL-ISENTO-IRF     TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'DIAS DE VALIDADE DA COTACAO' TO LNA-CAMPO.
           MOVE ANT-QTD-DIAS-COTACAO   TO ED-INTEIRO.
           MOVE ED-INTEIRO             TO WS-AUD-ANTES.
           MOVE NOVA-QTD-DIAS-COTACAO  TO ED-INTEIRO.
           MOVE ED-INTEIRO             TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'VARIACAO MAXIMA DA COTACAO %' TO LNA-CAMPO.
           MOVE ANT-PCT-VAR-COTACAO    TO ED-PERCENTUAL.
           MOVE ED-PERCENTUAL          TO WS-AUD-ANTES.
           MOVE NOVA-PCT-VAR-COTACAO   TO ED-PERCENTUAL.
           MOVE ED-PERCENTUAL          TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'TETO ANUAL POR CLIENTE' TO LNA-CAMPO.
           MOVE ANT-VL-TETO-ANUAL      TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-ANTES.
           MOVE NOVA-VL-TETO-ANUAL     TO ED-VALOR.
           MOVE ED-VALOR               TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'QUANTIDADE DE FAIXAS' TO LNA-CAMPO.
           MOVE ANT-QTD-FAIXAS         TO ED-INTEIRO.
           MOVE ED-INTEIRO             TO WS-AUD-ANTES.
           MOVE NOVA-QTD-FAIXAS        TO ED-INTEIRO.
           MOVE ED-INTEIRO             TO WS-AUD-DEPOIS.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE NOVA-QTD-FAIXAS TO WS-MAX-FAIXAS.
           IF  88-ANT-ACHADA
               AND ANT-QTD-FAIXAS GREATER WS-MAX-FAIXAS
               MOVE ANT-QTD-FAIXAS TO WS-MAX-FAIXAS
           END-IF.
           PERFORM 375000-IMPRIME-FAIXA
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA GREATER WS-MAX-FAIXAS.
       370000-SAIDA.
           EXIT.

      *-----------------------------
       375000-IMPRIME-FAIXA SECTION.
      *-----------------------------
      *    Faixa que so existe de um dos lados sai em branco do outro.
           MOVE WS-SUB-FAIXA    TO WS-CAMPO-FAIXA-NUM.

           MOVE 'LIMITE'        TO WS-CAMPO-FAIXA-ITEM.
           MOVE WS-CAMPO-FAIXA  TO LNA-CAMPO.
           MOVE SPACES          TO WS-AUD-ANTES
                                   WS-AUD-DEPOIS.
           IF  WS-SUB-FAIXA NOT GREATER ANT-QTD-FAIXAS
               MOVE ANT-FAIXA-LIMITE(WS-SUB-FAIXA)  TO ED-VALOR
               MOVE ED-VALOR                        TO WS-AUD-ANTES
           END-IF.
           IF  WS-SUB-FAIXA NOT GREATER NOVA-QTD-FAIXAS
               MOVE NOVA-FAIXA-LIMITE(WS-SUB-FAIXA) TO ED-VALOR
               MOVE ED-VALOR                        TO WS-AUD-DEPOIS
           END-IF.
           PERFORM 379000-IMPRIME-CAMPO.

           MOVE 'TAXA'          TO WS-CAMPO-FAIXA-ITEM.
           MOVE WS-CAMPO-FAIXA  TO LNA-CAMPO.
           MOVE SPACES          TO WS-AUD-ANTES
                                   WS-AUD-DEPOIS.
           IF  WS-SUB-FAIXA NOT GREATER ANT-QTD-FAIXAS
               MOVE ANT-FAIXA-TAXA(WS-SUB-FAIXA)    TO ED-TAXA
               MOVE ED-TAXA                         TO WS-AUD-ANTES
           END-IF.
           IF  WS-SUB-FAIXA NOT GREATER NOVA-QTD-FAIXAS
               MOVE NOVA-FAIXA-TAXA(WS-SUB-FAIXA)   TO ED-TAXA
               MOVE ED-TAXA                         TO WS-AUD-DEPOIS
           END-IF.
           PERFORM 379000-IMPRIME-CAMPO.
       375000-SAIDA.
           EXIT.

      *-----------------------------
       379000-IMPRIME-CAMPO SECTION.
      *-----------------------------
      *    Sem versao anterior (carga inicial) o "antes" sai em
      *    branco e nada e marcado como alterado.
           IF  WS-LINHAS-PAGINA GREATER 55
               PERFORM 200000-IMPRIME-CABECALHO
               WRITE 1261R-LINHA-FD FROM LN-AUD-CABEC
                     AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.

           MOVE SPACES TO LNA-MARCA.
           IF  88-ANT-ACHADA
               MOVE WS-AUD-ANTES TO LNA-ANTES
               IF  WS-AUD-ANTES NOT EQUAL WS-AUD-DEPOIS
                   MOVE 'SIM'    TO LNA-MARCA
               END-IF
           ELSE
               MOVE SPACES       TO LNA-ANTES
           END-IF.
           MOVE WS-AUD-DEPOIS    TO LNA-DEPOIS.

           WRITE 1261R-LINHA-FD FROM LN-AUDITORIA
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       379000-SAIDA.
           EXIT.

      *-----------------------------
       380000-FECHA-INCLUSAO SECTION.
      *-----------------------------
      *    Fecha a inclusao em montagem (se houver): valida, completa
      *    as faixas com as da versao vigente quando nenhuma veio no
      *    movimento, atribui o numero e grava a versao pendente.
           IF  NOT 88-INCLUSAO-ABERTA
               GO TO 380000-SAIDA
           END-IF.
           MOVE 'N' TO IND-INCLUSAO-ABERTA.

           MOVE 0                 TO LNM-VERSAO.
           MOVE 'INCLUSAO'        TO LNM-OPERACAO.
           MOVE NOVA-AMD-VIG      TO LNM-AMD-VIG.

           MOVE NOVA-AMD-VIG TO WS-AMD-BUSCA.
           PERFORM 390000-BUSCA-VIGENTE.

           IF  NOVA-QTD-FAIXAS EQUAL 0
               AND 88-ANT-ACHADA
               MOVE ANT-QTD-FAIXAS TO NOVA-QTD-FAIXAS
               PERFORM 386000-COPIA-FAIXA-ANT
                   VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA GREATER ANT-QTD-FAIXAS
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           PERFORM 382000-VALIDA-INCLUSAO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               MOVE 'I'               TO WS-REJ-TIPO
               MOVE NOVA-USU-INCLUSAO TO WS-REJ-USUARIO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 380000-SAIDA
           END-IF.

           ADD 1             TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO TO NOVA-NUMERO.
           WRITE VER-REG-GERL FROM NOVA-REG-GERL
               INVALID KEY PERFORM 999004-ERRO-004
           END-WRITE.

           MOVE SPACES        TO VER-REG-CONTROLE.
           MOVE 0             TO VER-NUMERO.
           MOVE WS-ULT-NUMERO TO VER-ULT-NUMERO.
           REWRITE VER-REG-GERL
               INVALID KEY PERFORM 999005-ERRO-005
           END-REWRITE.
           ADD 1 TO ACM-QTD-INCLUIDAS.

           MOVE NOVA-USU-INCLUSAO TO LNM-USUARIO.
           MOVE 'PENDENTE DE APROVACAO' TO LNM-SITUACAO.
           PERFORM 370000-IMPRIME-VERSAO.
       380000-SAIDA.
           EXIT.

      *-----------------------------
       382000-VALIDA-INCLUSAO SECTION.
      *-----------------------------
      *    Primeiro motivo encontrado vai para WS-MOTIVO; em branco, a
      *    inclusao e valida. Vigencia retroativa so e aceita na carga
      *    inicial (nenhuma versao aprovada no mestre).
           MOVE 0 TO WS-AMD-MES-AUX
                     WS-AMD-DIA-AUX.
           IF  NOVA-AMD-VIG NUMERIC
               COMPUTE WS-AMD-ANO-AUX    = NOVA-AMD-VIG / 10000
               COMPUTE WS-AMD-ANOMES-AUX = NOVA-AMD-VIG / 100
               COMPUTE WS-AMD-MES-AUX    = WS-AMD-ANOMES-AUX
                                         - (WS-AMD-ANO-AUX * 100)
               COMPUTE WS-AMD-DIA-AUX    = NOVA-AMD-VIG
                                         - (WS-AMD-ANOMES-AUX * 100)
           END-IF.

           EVALUATE TRUE
               WHEN NOVA-USU-INCLUSAO EQUAL SPACES
                   MOVE 'USUARIO NAO INFORMADO' TO WS-MOTIVO
               WHEN NOVA-AMD-VIG NOT NUMERIC
                 OR NOVA-AMD-VIG EQUAL 0
                 OR WS-AMD-MES-AUX LESS 1
                 OR WS-AMD-MES-AUX GREATER 12
                 OR WS-AMD-DIA-AUX LESS 1
                 OR WS-AMD-DIA-AUX GREATER 31
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WS-MOTIVO
               WHEN NOVA-AMD-VIG LESS WS-AMD-HOJE
                 AND 88-EXISTE-APROVADA
                   MOVE 'VIGENCIA RETROATIVA' TO WS-MOTIVO
               WHEN NOVA-TX-BONUS EQUAL 0
                   MOVE 'TAXA DE BONUS ZERADA' TO WS-MOTIVO
               WHEN NOT 88-NOVA-MODO-VALIDO
                   MOVE 'MODO DE CALCULO INVALIDO (A OU P)'
                                               TO WS-MOTIVO
               WHEN NOVA-VL-MAXIMO LESS NOVA-VL-MINIMO
                   MOVE 'VALOR MAXIMO MENOR QUE O MINIMO'
                                               TO WS-MOTIVO
               WHEN 88-EXCESSO-FAIXAS
                   MOVE 'MAIS DE 20 FAIXAS' TO WS-MOTIVO
               WHEN NOVA-QTD-FAIXAS EQUAL 0
                   MOVE 'SEM FAIXAS E SEM VERSAO VIGENTE NA DATA'
                                               TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 384000-VALIDA-ORDEM-FAIXA
                       VARYING WS-SUB-FAIXA FROM 2 BY 1
                       UNTIL WS-SUB-FAIXA GREATER NOVA-QTD-FAIXAS
           END-EVALUATE.
       382000-SAIDA.
           EXIT.

      *-----------------------------
       384000-VALIDA-ORDEM-FAIXA SECTION.
      *-----------------------------
      *    O calculo por faixas do T99P1237 pressupoe limites em ordem
      *    estritamente crescente.
           IF  NOVA-FAIXA-LIMITE(WS-SUB-FAIXA) NOT GREATER
               NOVA-FAIXA-LIMITE(WS-SUB-FAIXA - 1)
               MOVE 'LIMITES DAS FAIXAS FORA DE ORDEM CRESCENTE'
                                               TO WS-MOTIVO
           END-IF.
       384000-SAIDA.
           EXIT.

      *-----------------------------
       386000-COPIA-FAIXA-ANT SECTION.
      *-----------------------------
           MOVE ANT-FAIXA-LIMITE(WS-SUB-FAIXA)
                TO NOVA-FAIXA-LIMITE(WS-SUB-FAIXA).
           MOVE ANT-FAIXA-TAXA(WS-SUB-FAIXA)
                TO NOVA-FAIXA-TAXA(WS-SUB-FAIXA).
       386000-SAIDA.
           EXIT.

      *-----------------------------
       390000-BUSCA-VIGENTE SECTION.
      *-----------------------------
      *    Percorre as versoes e guarda em ANT-REG-GERL a aprovada de
      *    maior vigencia nao posterior a WS-AMD-BUSCA (na mesma
      *    vigencia, a de maior numero) - mesma regra de selecao do
      *    T99P1237. Indica tambem se ha alguma versao aprovada.
           MOVE 'N'    TO IND-ANT-ACHADA.
           MOVE 'N'    TO IND-EXISTE-APROVADA.
           MOVE SPACES TO ANT-REG-GERL.
           MOVE 0      TO ANT-NUMERO
                          ANT-AMD-VIG
                          ANT-TX-BONUS
                          ANT-VL-MINIMO
                          ANT-VL-MAXIMO
                          ANT-TX-IRF
                          ANT-VL-ISENTO-IRF
                          ANT-QTD-DIAS-COTACAO
                          ANT-PCT-VAR-COTACAO
                          ANT-VL-TETO-ANUAL
                          ANT-QTD-FAIXAS.

           MOVE 'N' TO IND-FIM-VER.
           MOVE 0   TO VER-NUMERO.
           START T99F1237V KEY IS GREATER THAN VER-NUMERO
               INVALID KEY
                   MOVE 'S' TO IND-FIM-VER
           END-START.

           PERFORM 395000-LE-VERSAO-UMA
               UNTIL 88-FIM-VER.
       390000-SAIDA.
           EXIT.

      *-----------------------------
       395000-LE-VERSAO-UMA SECTION.
      *-----------------------------
           READ T99F1237V NEXT
                AT END
                    MOVE 'S' TO IND-FIM-VER
                NOT AT END
                    IF  88-VER-APROVADA
                        MOVE 'S' TO IND-EXISTE-APROVADA
                        IF  VER-AMD-VIG NOT GREATER WS-AMD-BUSCA
                            AND (NOT 88-ANT-ACHADA
                                 OR VER-AMD-VIG NOT LESS ANT-AMD-VIG)
                            MOVE VER-REG-GERL TO ANT-REG-GERL
                            MOVE 'S'          TO IND-ANT-ACHADA
                        END-IF
                    END-IF
           END-READ.
       395000-SAIDA.
           EXIT.

      *-----------------------------
       400000-IMPRIME-RESUMO SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 55
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE ACM-QTD-LIDOS      TO LNR-LIDOS.
           MOVE ACM-QTD-INCLUIDAS  TO LNR-INCLUIDAS.
           MOVE ACM-QTD-APROVADAS  TO LNR-APROVADAS.
           MOVE ACM-QTD-RECUSADAS  TO LNR-RECUSADAS.
           MOVE ACM-QTD-REJEITADOS TO LNR-REJEITADOS.
           WRITE 1261R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1261R-LINHA-FD FROM LN-RESUMO
                 AFTER ADVANCING 1 LINE.

           DISPLAY '999 ' CTE-PROG ' INCLUIDAS: ' ACM-QTD-INCLUIDAS
                   ' APROVADAS: ' ACM-QTD-APROVADAS
                   ' RECUSADAS: ' ACM-QTD-RECUSADAS
                   ' REJEITADOS: ' ACM-QTD-REJEITADOS.
       400000-SAIDA.
           EXIT.

      *--------------------------
       800000-LE-MOVIMENTO SECTION.
      *--------------------------
           READ T99F1261M INTO 1261M-REG-GERL
                AT END MOVE 'S' TO IND-FIM-MOV.
       800000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1237V
                 T99F1261M
                 T99F1261R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Mestre de versoes T99F1237V'
                   ' nao pode ser aberto. STATUS: ' WS-STATUS-VER.
           CLOSE T99F1261M.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo T99F1261M (movimen'
                   'to de parametros) vazio.'.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Erro gravando no mestre de '
                   'versoes. STATUS: ' WS-STATUS-VER
                   ' VERSAO: ' VER-NUMERO.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Erro regravando no mestre '
                   'de versoes. STATUS: ' WS-STATUS-VER
                   ' VERSAO: ' VER-NUMERO.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1237V
                 T99F1261M
                 T99F1261R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
