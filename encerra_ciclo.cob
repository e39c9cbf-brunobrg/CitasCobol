
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Contas lidas da trilha
      *                                    somadas de todos os fins
      *                                    normais do T99P1237 da data
      *                                    (execucao particionada
      *                                    T99P1252/1253)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1265.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Encerramento do ciclo do bonus de uma data de
      *               geracao (T99F1265P): percorre a esteira inteira
      *               e confere, elo a elo, que toda conta lida no
      *               T99F434E terminou em exatamente um destino
      *               (pago no T99F132S, sem bonus no T99F132N -
      *               inclusive os rejeitados do T99F1237E - ou retido
      *               no T99F1237D), que o lote de creditos T99F1244C
      *               corresponde as contas pagas pelo liquido de IR,
      *               que todo credito enviado voltou do sistema de
      *               contas correntes postado ou rejeitado (T99F1247R)
      *               e que todo rejeitado foi para o reenvio
      *               T99F1247S ou para pendencia no T99F1247G, e que
      *               o lote contabil T99F1248G fecha com o bruto pago.
      *               Imprime o certificado de fechamento para
      *               assinatura quando tudo confere, ou a lista de
      *               quebras, e grava o desfecho na trilha T99F1237A
      *               (CTRL-IND-CONCIL 'L' = ciclo encerrado, 'D' =
      *               quebra). O T99P1237 so inicia o ciclo seguinte
      *               com o ciclo anterior encerrado.
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
            SELECT T99F1265P ASSIGN  TO  "T99F1265P.txt".
            SELECT T99F434E  ASSIGN  TO  "T99F434E.txt".
            SELECT T99F132S  ASSIGN  TO  "T99F132S.txt".
            SELECT T99F132N  ASSIGN  TO  "T99F132N.txt".
            SELECT T99F1237E ASSIGN  TO  "T99F1237E.txt".
            SELECT T99F1237D ASSIGN  TO  "T99F1237D.txt".
            SELECT T99F1237I ASSIGN  TO  "T99F1237I.txt".
            SELECT T99F1244C ASSIGN  TO  "T99F1244C.txt".
            SELECT T99F1247R ASSIGN  TO  "T99F1247R.txt".
            SELECT T99F1247S ASSIGN  TO  "T99F1247S.txt".
            SELECT T99F1247G ASSIGN  TO  "T99F1247G.txt".
            SELECT T99F1248G ASSIGN  TO  "T99F1248G.txt".
            SELECT T99F1265R ASSIGN  TO  "T99F1265R.txt".
            SELECT OPTIONAL T99F1237A
                             ASSIGN  TO  "T99F1237A.txt".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Data de geracao do ciclo a encerrar
       FD  T99F1265P.
       01  1265P-REGISTRO-FD           PIC  X(008).

      *    Arquivo de importacoes e exportacoes do ciclo
       FD  T99F434E.
       01  434E-REGISTRO-FD            PIC  X(066).

      *    Saidas do T99P1237 do ciclo
       FD  T99F132S.
       01  132S-REGISTRO-FD            PIC  X(046).

       FD  T99F132N.
       01  132N-REGISTRO-FD            PIC  X(058).

       FD  T99F1237E.
       01  1237E-REGISTRO-FD           PIC  X(072).

       FD  T99F1237D.
       01  1237D-REGISTRO-FD           PIC  X(069).

       FD  T99F1237I.
       01  1237I-REGISTRO-FD           PIC  X(075).

      *    Lote de creditos enviado (gerado pelo T99P1244)
       FD  T99F1244C.
       01  1244C-REGISTRO-FD           PIC  X(060).

      *    Retorno do sistema de contas correntes
       FD  T99F1247R.
       01  1247R-REGISTRO-FD           PIC  X(040).

      *    Reenvio e lote contabil de pendencia (gerados pelo T99P1247)
       FD  T99F1247S.
       01  1247S-REGISTRO-FD           PIC  X(046).

       FD  T99F1247G.
       01  1247G-REGISTRO-FD           PIC  X(060).

      *    Lote contabil do bonus (gerado pelo T99P1248)
       FD  T99F1248G.
       01  1248G-REGISTRO-FD           PIC  X(060).

       FD  T99F1265R.
       01  1265R-LINHA-FD              PIC  X(132).

      *    Trilha de execucao da esteira do bonus
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1265 ***'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-ARQ-ERRO                 PIC  X(09)       VALUE SPACES.

      *    Data de geracao do ciclo, lida do T99F1265P
       01  1265P-REG-PARM.
           03  ENC-AMD-GER             PIC   9(08).

      *    T99F434E: a contagem de detalhes e provada pelo somatorio
      *    de sequencial do trailer (header com 434-SEQ = 1 entra na
      *    soma, como no T99P1237)
       77  CNT-434                     PIC  9(09)       VALUE 0.
       77  ACM-SEQ-434                 PIC  9(11)       VALUE 0.

      *    Saidas do calculo
       77  CNT-132                     PIC  9(09)       VALUE 0.
       77  ACM-SEQ-132                 PIC  9(11)       VALUE 1.
       77  ACM-TOT-132                 PIC  9(15)V99    VALUE 0.
       77  ACM-HASH-132                PIC  9(15)       VALUE 0.
       77  WS-132S-SOMAT-SEQ           PIC  9(11)       VALUE 0.
       77  WS-132S-VL-TOT-BONUS        PIC  9(15)V99    VALUE 0.
       77  CNT-132N                    PIC  9(09)       VALUE 0.
       77  CNT-1237E                   PIC  9(09)       VALUE 0.
       77  CNT-1237D                   PIC  9(09)       VALUE 0.
       77  ACM-TOT-1237D               PIC  9(15)V99    VALUE 0.
       77  CNT-1237I                   PIC  9(09)       VALUE 0.
       77  ACM-TOT-IRF                 PIC  9(15)V99    VALUE 0.

      *    Lote de creditos (o sequencial dentro do lote de agencia e
      *    recomputado como no T99P1247)
       77  CNT-CREDITOS                PIC  9(05)       VALUE 0.
       77  CNT-SEQ-LOTE                PIC  9(09)       VALUE 0.
       77  IND-TRAILER-1244            PIC  X(01)       VALUE 'N'.
           88  88-TRAILER-1244                           VALUE 'S'.
       77  ACM-VL-CREDITOS             PIC  9(15)V99    VALUE 0.
       77  ACM-HASH-CTA                PIC  9(15)       VALUE 0.
       77  WS-CRD5-QTD-CREDITOS        PIC  9(09)       VALUE 0.
       77  WS-CRD5-VL-TOTAL            PIC  9(15)V99    VALUE 0.
       77  WS-CRD5-HASH-CTA            PIC  9(15)       VALUE 0.

      *    Retorno do sistema de contas correntes
       77  ACM-SEQ-RET                 PIC  9(11)       VALUE 0.
       77  IND-RET-CASADO              PIC  X(01)       VALUE 'N'.
           88  88-RET-CASADO                             VALUE 'S'.
       77  ACM-QTD-POSTADOS            PIC  9(09)       VALUE 0.
       77  ACM-VL-POSTADOS             PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-REJEITADOS          PIC  9(09)       VALUE 0.
       77  ACM-VL-REJEITADOS           PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-SEM-RETORNO         PIC  9(09)       VALUE 0.
       77  ACM-VL-SEM-RETORNO          PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-RET-ORFAO           PIC  9(09)       VALUE 0.

      *    Reenvio T99F1247S (esquema de sequencial do T99F132S)
       77  CNT-1247S                   PIC  9(09)       VALUE 0.
       77  ACM-SEQ-1247S               PIC  9(11)       VALUE 1.
       77  ACM-TOT-1247S               PIC  9(15)V99    VALUE 0.

      *    Lotes contabeis T99F1247G e T99F1248G
       77  CNT-LCT-1247G               PIC  9(09)       VALUE 0.
       77  ACM-DEB-1247G               PIC  9(15)V99    VALUE 0.
       77  ACM-CRE-1247G               PIC  9(15)V99    VALUE 0.
       77  WS-LCT9-QTD-1247G           PIC  9(09)       VALUE 0.
       77  WS-LCT9-DEB-1247G           PIC  9(15)V99    VALUE 0.
       77  WS-LCT9-CRE-1247G           PIC  9(15)V99    VALUE 0.
       77  CNT-LCT-1248G               PIC  9(09)       VALUE 0.
       77  ACM-DEB-1248G               PIC  9(15)V99    VALUE 0.
       77  ACM-CRE-1248G               PIC  9(15)V99    VALUE 0.

      *    Trilha de execucao (T99F1237A). Vale o ultimo fim normal de
      *    producao do T99P1237 para a data; um fim normal do estorno
      *    T99P1258 gravado depois dele anula o calculo.
       77  IND-CTRL-INICIADO           PIC  X(01)       VALUE 'N'.
           88  88-CTRL-INICIADO                          VALUE 'S'.
       77  IND-FIM-CTRL                PIC  X(01)       VALUE 'N'.
           88  88-FIM-CTRL                               VALUE 'S'.
       77  IND-CALCULO-TRILHA          PIC  X(01)       VALUE 'N'.
           88  88-CALCULO-TRILHA                         VALUE 'S'.
       77  WS-QTD-LIDOS-TRILHA         PIC  9(09)       VALUE 0.

      *    Conferencias: cada uma compara um valor esperado com o
      *    apurado; a diferenca diferente de zero e quebra e vai para
      *    a tabela da lista de quebras.
       77  CNT-CONFERENCIAS            PIC  9(02)       VALUE 0.
       77  CNT-QUEBRAS                 PIC  9(02)       VALUE 0.
       77  WS-SUB-QUEBRA               PIC  9(02)       VALUE 0.
       77  WS-CONF-TIPO                PIC  X(01)       VALUE 'Q'.
           88  88-CONF-QTD                               VALUE 'Q'.
           88  88-CONF-VALOR                             VALUE 'V'.
       77  WS-CONF-DESCRICAO           PIC  X(50)       VALUE SPACES.
       77  WS-CONF-ESPERADO            PIC  S9(15)V99   VALUE 0.
       77  WS-CONF-APURADO             PIC  S9(15)V99   VALUE 0.
       77  WS-CONF-DIFERENCA           PIC  S9(15)V99   VALUE 0.
       77  WS-VL-DESTINOS              PIC  9(15)V99    VALUE 0.
       77  WS-VL-CALCULADO             PIC  9(15)V99    VALUE 0.

       01  TAB-QUEBRAS.
           03  TAB-QBR-ITEM OCCURS 40 TIMES.
               05  TAB-QBR-NUMERO      PIC   9(02).
               05  TAB-QBR-TIPO        PIC   X(01).
               05  TAB-QBR-DESCRICAO   PIC   X(50).
               05  TAB-QBR-ESPERADO    PIC   S9(15)V99.
               05  TAB-QBR-APURADO     PIC   S9(15)V99.

      *    Tabela dos creditos enviados, casada contra o retorno
       01  TAB-CREDITOS.
           03  TAB-CRD-ITEM OCCURS 5000 TIMES INDEXED BY IDX-CRD.
               05  TAB-CRD-AGE         PIC   9(04).
               05  TAB-CRD-CTA         PIC   9(11).
               05  TAB-CRD-VL          PIC   9(15)V99.
               05  TAB-CRD-SEQ-LOTE    PIC   9(09).
               05  TAB-CRD-SIT         PIC   X(01).

      *    Registro da trilha de execucao (mesmo layout nos demais
      *    programas da esteira e no T99P1246). No registro de fim
      *    deste programa, CTRL-IND-CONCIL carrega o desfecho do
      *    encerramento ('L' = ciclo encerrado), exigido pelo T99P1237
      *    antes de iniciar o ciclo seguinte.
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
               88  88-CONCIL-LIMPA                     VALUE 'L'.
               88  88-CONCIL-DIVERGENTE                VALUE 'D'.
           03  CTRL-IND-FORCA          PIC   X(01).
           03  CTRL-NUM-VERSAO         PIC   9(05).

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

      *    Arquivo de bonus e arquivo de reenvio (mesmo layout do
      *    T99P1237)

      *    Detalhe
       01  132-REG-GERL.
           03  132-AGE                 PIC   9(04).
           03  132-CTA                 PIC   9(11).
           03  132-MCI                 PIC   9(09).
           03  132-VL-BONUS            PIC   9(15)V99.
           03  132-SEQ                 PIC   9(05).

      *    Header
       01  FILLER REDEFINES 132-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132-NOM-ARQ             PIC   X(08).
           03  132-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(15).

      *    Trailer
       01  FILLER REDEFINES 132-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132-VL-TOT-BONUS        PIC   9(15)V99.
           03  FILLER                  PIC   X(03).
           03  132-SOMAT-SEQ           PIC   9(11).

      *    Arquivo de contas sem bonus (mesmo layout do T99P1237)

      *    Detalhe
       01  132N-REG-GERL.
           03  132N-AGE                PIC   9(04).
           03  132N-CTA                PIC   9(11).
           03  132N-MCI                PIC   9(09).
           03  132N-VL-EXP             PIC   9(15)V99.
           03  132N-VL-IMP             PIC   9(15)V99.

      *    Header
       01  FILLER REDEFINES 132N-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132N-NOM-ARQ            PIC   X(08).
           03  132N-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(27).

      *    Trailer
       01  FILLER REDEFINES 132N-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132N-SOMAT-SEQ          PIC   9(11).
           03  FILLER                  PIC   X(32).

      *    Registros rejeitados (mesmo layout do T99P1237)

      *    Detalhe
       01  1237E-REG-GERL.
           03  ERRO-AGE                PIC   9(04).
           03  ERRO-CTA                PIC   9(11).
           03  ERRO-MCI                PIC   9(09).
           03  ERRO-SEQ                PIC   9(05).
           03  ERRO-CODIGO             PIC   X(03).
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

      *    Trailer
       01  FILLER REDEFINES RET-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-TOT-RETIDO          PIC   9(15)V99.
           03  RET-TOT-IRF             PIC   9(15)V99.
           03  RET-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(11).

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
               88  88-RTN-POSTADO                     VALUE 'P'.
               88  88-RTN-REJEITADO                    VALUE 'R'.
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

      *    Registros dos lotes contabeis (mesmo layout do T99F1248G,
      *    tipo em coluna 1)

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

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'ENCERRAMENTO DO CICLO DO BONUS - CONFERENCIA DA ES'.
           03  FILLER                  PIC   X(07)  VALUE
               'TEIRA -'.
           03  FILLER                  PIC   X(07)  VALUE
                     ' GER.: '.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(47)  VALUE SPACE.

       01  LN-CABEC-CONF.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(04)  VALUE 'NR'.
           03  FILLER                  PIC   X(51)  VALUE
                     'CONFERENCIA'.
           03  FILLER                  PIC   X(18)  VALUE
                     '          ESPERADO'.
           03  FILLER                  PIC   X(18)  VALUE
                     '           APURADO'.
           03  FILLER                  PIC   X(18)  VALUE
                     '         DIFERENCA'.
           03  FILLER                  PIC   X(10)  VALUE
                     '  SITUACAO'.
           03  FILLER                  PIC   X(12)  VALUE SPACE.

       01  LN-TIT-SECAO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNTS-TITULO             PIC   X(60).
           03  FILLER                  PIC   X(71)  VALUE SPACE.

       01  LN-CONFERENCIA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNC-NUMERO              PIC   9(02).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNC-DESCRICAO           PIC   X(50).
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNC-ESPERADO            PIC  -ZZZZZZZZZZZZ9,99.
           03  LNC-ESPERADO-Q REDEFINES LNC-ESPERADO
                                       PIC  -ZZZZZZZZZZZZZZZ9.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNC-APURADO             PIC  -ZZZZZZZZZZZZ9,99.
           03  LNC-APURADO-Q REDEFINES LNC-APURADO
                                       PIC  -ZZZZZZZZZZZZZZZ9.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNC-DIFERENCA           PIC  -ZZZZZZZZZZZZ9,99.
           03  LNC-DIFERENCA-Q REDEFINES LNC-DIFERENCA
                                       PIC  -ZZZZZZZZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNC-SITUACAO            PIC   X(10).
           03  FILLER                  PIC   X(11)  VALUE SPACE.

       01  LN-INFORMATIVO.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  LNI-DESCRICAO           PIC   X(50).
           03  FILLER                  PIC   X(20)  VALUE SPACE.
           03  LNI-VALOR               PIC  -ZZZZZZZZZZZZ9,99.
           03  LNI-VALOR-Q REDEFINES LNI-VALOR
                                       PIC  -ZZZZZZZZZZZZZZZ9.
           03  FILLER                  PIC   X(40)  VALUE SPACE.

       01  LN-CERTIFICADO-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'CERTIFICADO DE FECHAMENTO: TODAS AS CONFERENCIAS D'.
           03  FILLER                  PIC   X(50)  VALUE
               'A ESTEIRA FECHARAM E O CICLO ESTA ENCERRADO.      '.
           03  FILLER                  PIC   X(31)  VALUE SPACE.

       01  LN-CERTIFICADO-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'CONFERIDO POR: ________________________________   '.
           03  FILLER                  PIC   X(50)  VALUE
               'APROVADO POR: ________________________________    '.
           03  FILLER                  PIC   X(31)  VALUE SPACE.

       01  LN-CERTIFICADO-3.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'DATA: ____/____/________                          '.
           03  FILLER                  PIC   X(50)  VALUE
               'DATA: ____/____/________                          '.
           03  FILLER                  PIC   X(31)  VALUE SPACE.

       01  LN-QUEBRA-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(40)  VALUE
               'CICLO NAO ENCERRADO - CONFERENCIAS COM Q'.
           03  FILLER                  PIC   X(08)  VALUE
               'UEBRA: '.
           03  LNQ-QTD-QUEBRAS         PIC   Z9.
           03  FILLER                  PIC   X(81)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

           PERFORM 300000-LE-434.
           PERFORM 310000-LE-SAIDAS-CALCULO.
           PERFORM 330000-LE-LOTE-CREDITOS.
           PERFORM 350000-LE-RETORNO.
           PERFORM 370000-LE-REENVIO.
           PERFORM 380000-LE-LOTE-PENDENCIA.
           PERFORM 390000-LE-LOTE-CONTABIL.

           PERFORM 200000-IMPRIME-CABECALHO.
           PERFORM 400000-CONFERE-CONTAS.
           PERFORM 450000-CONFERE-CALCULO.
           PERFORM 500000-CONFERE-CREDITOS.
           PERFORM 550000-CONFERE-RETORNO.
           PERFORM 600000-CONFERE-CONTABIL.
           PERFORM 650000-DEMONSTRATIVO.
           PERFORM 700000-IMPRIME-DESFECHO.

           PERFORM 900000-PROCED-FINAIS.
           PERFORM 891000-CONTROLE-FIM.

           IF  CNT-QUEBRAS EQUAL 0
               DISPLAY '999 ' CTE-PROG ' CICLO ' ENC-AMD-GER
                       ' ENCERRADO - CONFERENCIAS: ' CNT-CONFERENCIAS
           ELSE
               DISPLAY '888 ' CTE-PROG ' 013 - CICLO ' ENC-AMD-GER
                       ' NAO ENCERRADO - QUEBRAS: ' CNT-QUEBRAS
                       ' (LISTA NO T99F1265R).'
           END-IF.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1265P.

           READ T99F1265P INTO 1265P-REG-PARM
                AT END PERFORM 999001-ERRO-001.

           CLOSE T99F1265P.

           IF  ENC-AMD-GER EQUAL 0
               PERFORM 999002-ERRO-002.

           MOVE ENC-AMD-GER TO LN1-AMD-GER.

           PERFORM 150000-LE-TRILHA.

           OPEN INPUT  T99F434E
                       T99F132S
                       T99F132N
                       T99F1237E
                       T99F1237D
                       T99F1237I
                       T99F1244C
                       T99F1247R
                       T99F1247S
                       T99F1247G
                       T99F1248G
                OUTPUT T99F1265R.

           PERFORM 890000-CONTROLE-INICIO.
       100000-SAIDA.
           EXIT.

      *-------------------------------
       150000-LE-TRILHA SECTION.
      *-------------------------------
      *    Soma as contas lidas de todos os fins normais de producao
      *    do T99P1237 para a data (na execucao particionada pelo
      *    T99P1252 cada instancia grava o seu, so com a sua fatia),
      *    para a conferencia com o T99F434E. Um fim normal do estorno
      *    T99P1258 para a data zera a soma: so contam os calculos
      *    gravados depois dele.
           OPEN INPUT T99F1237A.
           PERFORM 160000-LE-CONTROLE-UM
               UNTIL 88-FIM-CTRL.
           CLOSE T99F1237A.
       150000-SAIDA.
           EXIT.

      *-------------------------------
       160000-LE-CONTROLE-UM SECTION.
      *-------------------------------
           READ T99F1237A INTO CTRL-REG-GERL
                AT END
                    MOVE 'S' TO IND-FIM-CTRL
                NOT AT END
                    IF  CTRL-PROGRAMA EQUAL 'T99P1237'
                        AND CTRL-AMD-GER EQUAL ENC-AMD-GER
                        AND 88-CTRL-FIM
                        AND CTRL-IND-SIM NOT EQUAL 'S'
                        MOVE 'S'            TO IND-CALCULO-TRILHA
                        ADD CTRL-QTD-LIDOS  TO WS-QTD-LIDOS-TRILHA
                    END-IF
                    IF  CTRL-PROGRAMA EQUAL 'T99P1258'
                        AND CTRL-AMD-GER EQUAL ENC-AMD-GER
                        AND 88-CTRL-FIM
                        MOVE 'N' TO IND-CALCULO-TRILHA
                        MOVE 0   TO WS-QTD-LIDOS-TRILHA
                    END-IF
           END-READ.
       160000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1265R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1265R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1265R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1265R-LINHA-FD FROM LN-CABEC-CONF
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-LE-434 SECTION.
      *-----------------------------
           MOVE 'T99F434E ' TO WS-ARQ-ERRO.
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999003-ERRO-003.

           IF  434-AGE NOT EQUAL 0
               OR 434-NOM-ARQ NOT EQUAL 'T99F434'
               OR 434-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           MOVE 434-SEQ TO ACM-SEQ-434.

           PERFORM 305000-LE-434-UM
               UNTIL 434-AGE EQUAL 9999.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       305000-LE-434-UM SECTION.
      *-----------------------------
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  434-AGE NOT EQUAL 9999
               ADD 1       TO CNT-434
               ADD 434-SEQ TO ACM-SEQ-434
           END-IF.
       305000-SAIDA.
           EXIT.

      *-----------------------------
       310000-LE-SAIDAS-CALCULO SECTION.
      *-----------------------------
      *    So o lote principal T99F132 da data fecha o ciclo; o
      *    complementar T99F132C do T99P1245 tem fechamento proprio.
           MOVE 'T99F132S ' TO WS-ARQ-ERRO.
           READ T99F132S INTO 132-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  132-AGE NOT EQUAL 0
               OR 132-NOM-ARQ NOT EQUAL 'T99F132'
               OR 132-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.
           PERFORM 311000-LE-132-UM
               UNTIL 132-AGE EQUAL 9999
                 AND 132-CTA EQUAL 99999999999.
           MOVE 132-SOMAT-SEQ    TO WS-132S-SOMAT-SEQ.
           MOVE 132-VL-TOT-BONUS TO WS-132S-VL-TOT-BONUS.

           MOVE 'T99F132N ' TO WS-ARQ-ERRO.
           READ T99F132N INTO 132N-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  132N-AGE NOT EQUAL 0
               OR 132N-NOM-ARQ NOT EQUAL 'T99F132N'
               OR 132N-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.
           PERFORM 312000-LE-132N-UM
               UNTIL 132N-AGE EQUAL 9999
                 AND 132N-CTA EQUAL 99999999999.

           MOVE 'T99F1237E' TO WS-ARQ-ERRO.
           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  ERRO-AGE NOT EQUAL 0
               OR ERRO-NOM-ARQ NOT EQUAL 'T99F1237'
               OR ERRO-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.
           PERFORM 313000-LE-1237E-UM
               UNTIL ERRO-AGE EQUAL 9999
                 AND ERRO-CTA EQUAL 99999999999.

           MOVE 'T99F1237D' TO WS-ARQ-ERRO.
           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  RET-AGE NOT EQUAL 0
               OR RET-NOM-ARQ NOT EQUAL 'T99F1237'
               OR RET-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.
           PERFORM 314000-LE-1237D-UM
               UNTIL RET-AGE EQUAL 9999
                 AND RET-CTA EQUAL 99999999999.

           MOVE 'T99F1237I' TO WS-ARQ-ERRO.
           READ T99F1237I INTO IRF-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  IRF-AGE NOT EQUAL 0
               OR IRF-NOM-ARQ NOT EQUAL 'T99F1237'
               OR IRF-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.
           PERFORM 315000-LE-1237I-UM
               UNTIL IRF-AGE EQUAL 9999
                 AND IRF-CTA EQUAL 99999999999.
       310000-SAIDA.
           EXIT.

      *-----------------------------
       311000-LE-132-UM SECTION.
      *-----------------------------
           READ T99F132S INTO 132-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  132-AGE NOT EQUAL 9999
               OR 132-CTA NOT EQUAL 99999999999
               ADD 1            TO CNT-132
               ADD 132-SEQ      TO ACM-SEQ-132
               ADD 132-VL-BONUS TO ACM-TOT-132
               ADD 132-CTA      TO ACM-HASH-132
           END-IF.
       311000-SAIDA.
           EXIT.

      *-----------------------------
       312000-LE-132N-UM SECTION.
      *-----------------------------
           READ T99F132N INTO 132N-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  132N-AGE NOT EQUAL 9999
               OR 132N-CTA NOT EQUAL 99999999999
               ADD 1 TO CNT-132N
           END-IF.
       312000-SAIDA.
           EXIT.

      *-----------------------------
       313000-LE-1237E-UM SECTION.
      *-----------------------------
           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  ERRO-AGE NOT EQUAL 9999
               OR ERRO-CTA NOT EQUAL 99999999999
               ADD 1 TO CNT-1237E
           END-IF.
       313000-SAIDA.
           EXIT.

      *-----------------------------
       314000-LE-1237D-UM SECTION.
      *-----------------------------
           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  RET-AGE NOT EQUAL 9999
               OR RET-CTA NOT EQUAL 99999999999
               ADD 1            TO CNT-1237D
               ADD RET-VL-BONUS TO ACM-TOT-1237D
           END-IF.
       314000-SAIDA.
           EXIT.

      *-----------------------------
       315000-LE-1237I-UM SECTION.
      *-----------------------------
           READ T99F1237I INTO IRF-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  IRF-AGE NOT EQUAL 9999
               OR IRF-CTA NOT EQUAL 99999999999
               ADD 1          TO CNT-1237I
               ADD IRF-VL-IRF TO ACM-TOT-IRF
           END-IF.
       315000-SAIDA.
           EXIT.

      *-----------------------------------
       330000-LE-LOTE-CREDITOS SECTION.
      *-----------------------------------
      *    Carrega os creditos enviados (tipo 3) numa tabela, com o
      *    sequencial dentro do lote de agencia recomputado como no
      *    T99P1247, e guarda o trailer tipo 5 para as conferencias.
           MOVE 'T99F1244C' TO WS-ARQ-ERRO.
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999003-ERRO-003.

           IF  CRD1-TIPO NOT EQUAL '1'
               OR CRD1-NOM-ARQ NOT EQUAL 'T99F1244'
               OR CRD1-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 335000-LE-1244-UM
               UNTIL 88-TRAILER-1244.

           MOVE CRD5-QTD-CREDITOS TO WS-CRD5-QTD-CREDITOS.
           MOVE CRD5-VL-TOTAL     TO WS-CRD5-VL-TOTAL.
           MOVE CRD5-HASH-CTA     TO WS-CRD5-HASH-CTA.
       330000-SAIDA.
           EXIT.

      *-----------------------------------
       335000-LE-1244-UM SECTION.
      *-----------------------------------
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999004-ERRO-004.

           EVALUATE CRD1-TIPO
               WHEN '2'
                   MOVE 0 TO CNT-SEQ-LOTE
               WHEN '3'
                   ADD 1 TO CNT-SEQ-LOTE
                   ADD 1 TO CNT-CREDITOS
                   IF  CNT-CREDITOS GREATER 5000
                       PERFORM 999005-ERRO-005
                   END-IF
                   SET IDX-CRD TO CNT-CREDITOS
                   MOVE CRD3-AGE        TO TAB-CRD-AGE(IDX-CRD)
                   MOVE CRD3-CTA        TO TAB-CRD-CTA(IDX-CRD)
                   MOVE CRD3-VL-CREDITO TO TAB-CRD-VL(IDX-CRD)
                   MOVE CNT-SEQ-LOTE    TO TAB-CRD-SEQ-LOTE(IDX-CRD)
                   MOVE ' '             TO TAB-CRD-SIT(IDX-CRD)
                   ADD CRD3-VL-CREDITO  TO ACM-VL-CREDITOS
                   ADD CRD3-CTA         TO ACM-HASH-CTA
               WHEN '4'
                   CONTINUE
               WHEN '5'
                   MOVE 'S' TO IND-TRAILER-1244
               WHEN OTHER
                   PERFORM 999006-ERRO-006
           END-EVALUATE.
       335000-SAIDA.
           EXIT.

      *-----------------------------------
       350000-LE-RETORNO SECTION.
      *-----------------------------------
      *    Casa cada retorno com o credito enviado (agencia, conta e
      *    sequencial dentro do lote, mesmo criterio do T99P1247) e
      *    apura postados, rejeitados, creditos sem retorno e
      *    retornos sem credito.
           MOVE 'T99F1247R' TO WS-ARQ-ERRO.
           READ T99F1247R INTO 1247R-REG-GERL
                AT END PERFORM 999003-ERRO-003.

           IF  RTN-AGE NOT EQUAL 0
               OR RTN-NOM-ARQ NOT EQUAL 'T99F1247'
               OR RTN-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 355000-LE-RETORNO-UM
               UNTIL RTN-AGE EQUAL 9999.

           PERFORM 365000-APURA-UM-CREDITO
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.
       350000-SAIDA.
           EXIT.

      *-----------------------------------
       355000-LE-RETORNO-UM SECTION.
      *-----------------------------------
           READ T99F1247R INTO 1247R-REG-GERL
                AT END PERFORM 999004-ERRO-004.

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
                   ADD 1                   TO ACM-QTD-POSTADOS
                   ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-POSTADOS
               WHEN 'R'
                   ADD 1                   TO ACM-QTD-REJEITADOS
                   ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-REJEITADOS
               WHEN OTHER
                   ADD 1                   TO ACM-QTD-SEM-RETORNO
                   ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-SEM-RETORNO
           END-EVALUATE.
       365000-SAIDA.
           EXIT.

      *-----------------------------------
       370000-LE-REENVIO SECTION.
      *-----------------------------------
           MOVE 'T99F1247S' TO WS-ARQ-ERRO.
           READ T99F1247S INTO 132-REG-GERL
                AT END PERFORM 999003-ERRO-003.

           IF  132-AGE NOT EQUAL 0
               OR 132-NOM-ARQ NOT EQUAL 'T99F1247'
               OR 132-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 375000-LE-REENVIO-UM
               UNTIL 132-AGE EQUAL 9999
                 AND 132-CTA EQUAL 99999999999.
       370000-SAIDA.
           EXIT.

      *-----------------------------------
       375000-LE-REENVIO-UM SECTION.
      *-----------------------------------
           READ T99F1247S INTO 132-REG-GERL
                AT END PERFORM 999004-ERRO-004.

           IF  132-AGE NOT EQUAL 9999
               OR 132-CTA NOT EQUAL 99999999999
               ADD 1            TO CNT-1247S
               ADD 132-SEQ      TO ACM-SEQ-1247S
               ADD 132-VL-BONUS TO ACM-TOT-1247S
           END-IF.
       375000-SAIDA.
           EXIT.

      *-----------------------------------
       380000-LE-LOTE-PENDENCIA SECTION.
      *-----------------------------------
           MOVE 'T99F1247G' TO WS-ARQ-ERRO.
           READ T99F1247G INTO LCT1-REG-HEADER
                AT END PERFORM 999003-ERRO-003.

           IF  LCT1-TIPO NOT EQUAL '1'
               OR LCT1-NOM-ARQ NOT EQUAL 'T99F1247'
               OR LCT1-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 385000-LE-PENDENCIA-UM
               UNTIL LCT1-TIPO EQUAL '9'.

           MOVE LCT9-QTD-LANCTOS     TO WS-LCT9-QTD-1247G.
           MOVE LCT9-VL-TOT-DEBITOS  TO WS-LCT9-DEB-1247G.
           MOVE LCT9-VL-TOT-CREDITOS TO WS-LCT9-CRE-1247G.
       380000-SAIDA.
           EXIT.

      *-----------------------------------
       385000-LE-PENDENCIA-UM SECTION.
      *-----------------------------------
           READ T99F1247G INTO LCT1-REG-HEADER
                AT END PERFORM 999004-ERRO-004.

           IF  LCT1-TIPO EQUAL '2'
               ADD 1 TO CNT-LCT-1247G
               IF  LCT2-IND-DC EQUAL 'D'
                   ADD LCT2-VL-LANCTO TO ACM-DEB-1247G
               ELSE
                   ADD LCT2-VL-LANCTO TO ACM-CRE-1247G
               END-IF
           END-IF.
       385000-SAIDA.
           EXIT.

      *-----------------------------------
       390000-LE-LOTE-CONTABIL SECTION.
      *-----------------------------------
           MOVE 'T99F1248G' TO WS-ARQ-ERRO.
           READ T99F1248G INTO LCT1-REG-HEADER
                AT END PERFORM 999003-ERRO-003.

           IF  LCT1-TIPO NOT EQUAL '1'
               OR LCT1-NOM-ARQ NOT EQUAL 'T99F1248'
               OR LCT1-AMD-GER NOT EQUAL ENC-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 395000-LE-CONTABIL-UM
               UNTIL LCT1-TIPO EQUAL '9'.
       390000-SAIDA.
           EXIT.

      *-----------------------------------
       395000-LE-CONTABIL-UM SECTION.
      *-----------------------------------
           READ T99F1248G INTO LCT1-REG-HEADER
                AT END PERFORM 999004-ERRO-004.

           IF  LCT1-TIPO EQUAL '2'
               ADD 1 TO CNT-LCT-1248G
               IF  LCT2-IND-DC EQUAL 'D'
                   ADD LCT2-VL-LANCTO TO ACM-DEB-1248G
               ELSE
                   ADD LCT2-VL-LANCTO TO ACM-CRE-1248G
               END-IF
           END-IF.
       395000-SAIDA.
           EXIT.

      *-----------------------------
       400000-CONFERE-CONTAS SECTION.
      *-----------------------------
      *    Secao 1: toda conta lida no T99F434E terminou em exatamente
      *    um destino. O T99P1237 grava a conta rejeitada no T99F1237E
      *    e tambem no T99F132N, por isso o T99F1237E nao soma de novo.
           MOVE 'SECAO 1 - DESTINO DAS CONTAS LIDAS NO T99F434E'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           MOVE 'CONTAS PAGAS (T99F132S)' TO LNI-DESCRICAO.
           MOVE CNT-132                   TO LNI-VALOR-Q.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'CONTAS SEM BONUS (T99F132N - T99F1237E)'
                                          TO LNI-DESCRICAO.
           COMPUTE LNI-VALOR-Q = CNT-132N - CNT-1237E.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'CONTAS REJEITADAS (T99F1237E)'
                                          TO LNI-DESCRICAO.
           MOVE CNT-1237E                 TO LNI-VALOR-Q.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'CONTAS RETIDAS POR BLOQUEIO (T99F1237D)'
                                          TO LNI-DESCRICAO.
           MOVE CNT-1237D                 TO LNI-VALOR-Q.
           PERFORM 790000-IMPRIME-INFORMATIVO.

           MOVE 'Q' TO WS-CONF-TIPO.
           MOVE 'SOMATORIO DE SEQUENCIAL DO TRAILER DO T99F434E'
                                     TO WS-CONF-DESCRICAO.
           MOVE 434-SOMAT-SEQ        TO WS-CONF-ESPERADO.
           MOVE ACM-SEQ-434          TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'CONTAS DO T99F434E X LIDAS NO CALCULO (TRILHA)'
                                     TO WS-CONF-DESCRICAO.
           MOVE CNT-434              TO WS-CONF-ESPERADO.
           MOVE WS-QTD-LIDOS-TRILHA  TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.
           IF  NOT 88-CALCULO-TRILHA
               DISPLAY '888 ' CTE-PROG ' 010 - SEM FIM NORMAL DE '
                       'PRODUCAO DO T99P1237 NA TRILHA PARA A DATA.'
           END-IF.

           MOVE 'CONTAS DO T99F434E X PAGAS + SEM BONUS + RETIDAS'
                                     TO WS-CONF-DESCRICAO.
           MOVE CNT-434              TO WS-CONF-ESPERADO.
           COMPUTE WS-CONF-APURADO = CNT-132 + CNT-132N + CNT-1237D.
           PERFORM 750000-CONFERE.
       400000-SAIDA.
           EXIT.

      *-----------------------------
       450000-CONFERE-CALCULO SECTION.
      *-----------------------------
      *    Secao 2: trailers dos arquivos do calculo.
           MOVE 'SECAO 2 - TRAILERS DOS ARQUIVOS DO CALCULO'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           MOVE 'Q' TO WS-CONF-TIPO.
           MOVE 'SOMATORIO DE SEQUENCIAL DO TRAILER DO T99F132S'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-132S-SOMAT-SEQ    TO WS-CONF-ESPERADO.
           MOVE ACM-SEQ-132          TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F132N'
                                     TO WS-CONF-DESCRICAO.
           MOVE 132N-SOMAT-SEQ       TO WS-CONF-ESPERADO.
           MOVE CNT-132N             TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F1237E'
                                     TO WS-CONF-DESCRICAO.
           MOVE ERRO-SOMAT-SEQ       TO WS-CONF-ESPERADO.
           MOVE CNT-1237E            TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F1237D'
                                     TO WS-CONF-DESCRICAO.
           MOVE RET-QTD-CONTAS       TO WS-CONF-ESPERADO.
           MOVE CNT-1237D            TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F1237I'
                                     TO WS-CONF-DESCRICAO.
           MOVE IRF-QTD-CONTAS       TO WS-CONF-ESPERADO.
           MOVE CNT-1237I            TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'V' TO WS-CONF-TIPO.
           MOVE 'VALOR DO TRAILER DO T99F132S'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-132S-VL-TOT-BONUS TO WS-CONF-ESPERADO.
           MOVE ACM-TOT-132          TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'VALOR RETIDO DO TRAILER DO T99F1237D'
                                     TO WS-CONF-DESCRICAO.
           MOVE RET-TOT-RETIDO       TO WS-CONF-ESPERADO.
           MOVE ACM-TOT-1237D        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'IR RETIDO DO TRAILER DO T99F1237I'
                                     TO WS-CONF-DESCRICAO.
           MOVE IRF-TOT-IRF          TO WS-CONF-ESPERADO.
           MOVE ACM-TOT-IRF          TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.
       450000-SAIDA.
           EXIT.

      *-----------------------------
       500000-CONFERE-CREDITOS SECTION.
      *-----------------------------
      *    Secao 3: o lote de creditos tem uma instrucao por conta
      *    paga, pelo bruto menos o IR retido.
           MOVE 'SECAO 3 - LOTE DE CREDITOS T99F1244C'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           MOVE 'Q' TO WS-CONF-TIPO.
           MOVE 'CREDITOS DO T99F1244C X CONTAS PAGAS (T99F132S)'
                                     TO WS-CONF-DESCRICAO.
           MOVE CNT-132              TO WS-CONF-ESPERADO.
           MOVE CNT-CREDITOS         TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'HASH DAS CONTAS DO T99F1244C X CONTAS DO T99F132S'
                                     TO WS-CONF-DESCRICAO.
           MOVE ACM-HASH-132         TO WS-CONF-ESPERADO.
           MOVE ACM-HASH-CTA         TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F1244C'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-CRD5-QTD-CREDITOS TO WS-CONF-ESPERADO.
           MOVE CNT-CREDITOS         TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'V' TO WS-CONF-TIPO.
           MOVE 'VALOR DO T99F1244C X BRUTO PAGO - IR (T99F1237I)'
                                     TO WS-CONF-DESCRICAO.
           COMPUTE WS-CONF-ESPERADO = ACM-TOT-132 - ACM-TOT-IRF.
           MOVE ACM-VL-CREDITOS      TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'VALOR DO TRAILER DO T99F1244C'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-CRD5-VL-TOTAL     TO WS-CONF-ESPERADO.
           MOVE ACM-VL-CREDITOS      TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.
       500000-SAIDA.
           EXIT.

      *-----------------------------
       550000-CONFERE-RETORNO SECTION.
      *-----------------------------
      *    Secao 4: todo credito enviado voltou postado ou rejeitado,
      *    e todo rejeitado foi para o reenvio ou para pendencia.
           MOVE 'SECAO 4 - RETORNO DO SISTEMA DE CONTAS CORRENTES'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           MOVE 'CREDITOS POSTADOS (T99F1247R)' TO LNI-DESCRICAO.
           MOVE ACM-VL-POSTADOS                 TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'CREDITOS REJEITADOS (T99F1247R)' TO LNI-DESCRICAO.
           MOVE ACM-VL-REJEITADOS                 TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'REENVIO (T99F1247S)'             TO LNI-DESCRICAO.
           MOVE ACM-TOT-1247S                     TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE 'TRANSFERIDO PARA PENDENCIA (T99F1247G)'
                                                  TO LNI-DESCRICAO.
           MOVE ACM-CRE-1247G                     TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.

           MOVE 'Q' TO WS-CONF-TIPO.
           MOVE 'SOMATORIO DE SEQUENCIAL DO TRAILER DO T99F1247R'
                                     TO WS-CONF-DESCRICAO.
           MOVE RTN-SOMAT-SEQ        TO WS-CONF-ESPERADO.
           MOVE ACM-SEQ-RET          TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'CREDITOS ENVIADOS SEM RETORNO'
                                     TO WS-CONF-DESCRICAO.
           MOVE 0                    TO WS-CONF-ESPERADO.
           MOVE ACM-QTD-SEM-RETORNO  TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'RETORNOS SEM CREDITO CORRESPONDENTE'
                                     TO WS-CONF-DESCRICAO.
           MOVE 0                    TO WS-CONF-ESPERADO.
           MOVE ACM-QTD-RET-ORFAO    TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'SOMATORIO DE SEQUENCIAL DO TRAILER DO T99F1247S'
                                     TO WS-CONF-DESCRICAO.
           MOVE 132-SOMAT-SEQ        TO WS-CONF-ESPERADO.
           MOVE ACM-SEQ-1247S        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'QUANTIDADE DO TRAILER DO T99F1247G'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-LCT9-QTD-1247G    TO WS-CONF-ESPERADO.
           MOVE CNT-LCT-1247G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'V' TO WS-CONF-TIPO.
           MOVE 'VALOR DO TRAILER DO T99F1247S'
                                     TO WS-CONF-DESCRICAO.
           MOVE 132-VL-TOT-BONUS     TO WS-CONF-ESPERADO.
           MOVE ACM-TOT-1247S        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'DEBITOS X CREDITOS DO T99F1247G'
                                     TO WS-CONF-DESCRICAO.
           MOVE ACM-DEB-1247G        TO WS-CONF-ESPERADO.
           MOVE ACM-CRE-1247G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'VALOR DO TRAILER DO T99F1247G'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-LCT9-CRE-1247G    TO WS-CONF-ESPERADO.
           MOVE ACM-CRE-1247G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'REJEITADOS X REENVIO + PENDENCIA'
                                     TO WS-CONF-DESCRICAO.
           MOVE ACM-VL-REJEITADOS    TO WS-CONF-ESPERADO.
           COMPUTE WS-CONF-APURADO = ACM-TOT-1247S + ACM-CRE-1247G.
           PERFORM 750000-CONFERE.
       550000-SAIDA.
           EXIT.

      *-----------------------------
       600000-CONFERE-CONTABIL SECTION.
      *-----------------------------
      *    Secao 5: o lote contabil do bonus debita a despesa e
      *    credita a liquidacao pelo bruto pago.
           MOVE 'SECAO 5 - LOTE CONTABIL T99F1248G'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           MOVE 'Q' TO WS-CONF-TIPO.
           MOVE 'QUANTIDADE DO TRAILER DO T99F1248G'
                                     TO WS-CONF-DESCRICAO.
           MOVE LCT9-QTD-LANCTOS     TO WS-CONF-ESPERADO.
           MOVE CNT-LCT-1248G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'V' TO WS-CONF-TIPO.
           MOVE 'DEBITOS DO T99F1248G X BRUTO PAGO (T99F132S)'
                                     TO WS-CONF-DESCRICAO.
           MOVE ACM-TOT-132          TO WS-CONF-ESPERADO.
           MOVE ACM-DEB-1248G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'CREDITOS DO T99F1248G X BRUTO PAGO (T99F132S)'
                                     TO WS-CONF-DESCRICAO.
           MOVE ACM-TOT-132          TO WS-CONF-ESPERADO.
           MOVE ACM-CRE-1248G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.

           MOVE 'VALOR DO TRAILER DO T99F1248G'
                                     TO WS-CONF-DESCRICAO.
           MOVE LCT9-VL-TOT-CREDITOS TO WS-CONF-ESPERADO.
           MOVE ACM-CRE-1248G        TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.
       600000-SAIDA.
           EXIT.

      *-----------------------------
       650000-DEMONSTRATIVO SECTION.
      *-----------------------------
      *    Secao 6: todo real do bonus calculado tem destino - IR
      *    retido, retido por bloqueio, postado, reenviado ou em
      *    pendencia. Credito sem retorno fica sem destino e aparece
      *    como diferenca.
           MOVE 'SECAO 6 - DESTINO DO BONUS CALCULADO'
                TO LNTS-TITULO.
           PERFORM 780000-IMPRIME-TIT-SECAO.

           COMPUTE WS-VL-CALCULADO = ACM-TOT-132 + ACM-TOT-1237D.
           COMPUTE WS-VL-DESTINOS  = ACM-TOT-IRF
                                   + ACM-TOT-1237D
                                   + ACM-VL-POSTADOS
                                   + ACM-TOT-1247S
                                   + ACM-CRE-1247G.

           MOVE 'BONUS BRUTO CALCULADO (T99F132S + T99F1237D)'
                                           TO LNI-DESCRICAO.
           MOVE WS-VL-CALCULADO            TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE '(-) IR RETIDO NA FONTE (T99F1237I)'
                                           TO LNI-DESCRICAO.
           MOVE ACM-TOT-IRF                TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE '(-) RETIDO POR BLOQUEIO (T99F1237D)'
                                           TO LNI-DESCRICAO.
           MOVE ACM-TOT-1237D              TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE '(-) CREDITADO (POSTADO NO T99F1247R)'
                                           TO LNI-DESCRICAO.
           MOVE ACM-VL-POSTADOS            TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE '(-) DEVOLVIDO PARA REENVIO (T99F1247S)'
                                           TO LNI-DESCRICAO.
           MOVE ACM-TOT-1247S              TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.
           MOVE '(-) TRANSFERIDO PARA PENDENCIA (T99F1247G)'
                                           TO LNI-DESCRICAO.
           MOVE ACM-CRE-1247G              TO LNI-VALOR.
           PERFORM 790000-IMPRIME-INFORMATIVO.

           MOVE 'V' TO WS-CONF-TIPO.
           MOVE 'BONUS CALCULADO X SOMA DOS DESTINOS'
                                     TO WS-CONF-DESCRICAO.
           MOVE WS-VL-CALCULADO      TO WS-CONF-ESPERADO.
           MOVE WS-VL-DESTINOS       TO WS-CONF-APURADO.
           PERFORM 750000-CONFERE.
       650000-SAIDA.
           EXIT.

      *-----------------------------
       700000-IMPRIME-DESFECHO SECTION.
      *-----------------------------
      *    Sem quebra, o certificado de fechamento para assinatura;
      *    com quebra, a lista das conferencias que nao fecharam.
           IF  WS-LINHAS-PAGINA GREATER 44
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           WRITE 1265R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 2 LINES.

           IF  CNT-QUEBRAS EQUAL 0
               WRITE 1265R-LINHA-FD FROM LN-CERTIFICADO-1
                     AFTER ADVANCING 1 LINE
               WRITE 1265R-LINHA-FD FROM LN-BRANCO
                     AFTER ADVANCING 2 LINES
               WRITE 1265R-LINHA-FD FROM LN-CERTIFICADO-2
                     AFTER ADVANCING 1 LINE
               WRITE 1265R-LINHA-FD FROM LN-BRANCO
                     AFTER ADVANCING 1 LINE
               WRITE 1265R-LINHA-FD FROM LN-CERTIFICADO-3
                     AFTER ADVANCING 1 LINE
               GO TO 700000-SAIDA
           END-IF.

           MOVE CNT-QUEBRAS TO LNQ-QTD-QUEBRAS.
           WRITE 1265R-LINHA-FD FROM LN-QUEBRA-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1265R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1265R-LINHA-FD FROM LN-CABEC-CONF
                 AFTER ADVANCING 1 LINE.
           ADD 7 TO WS-LINHAS-PAGINA.

           PERFORM 710000-IMPRIME-UMA-QUEBRA
               VARYING WS-SUB-QUEBRA FROM 1 BY 1
               UNTIL WS-SUB-QUEBRA GREATER CNT-QUEBRAS.
       700000-SAIDA.
           EXIT.

      *-----------------------------
       710000-IMPRIME-UMA-QUEBRA SECTION.
      *-----------------------------
           MOVE TAB-QBR-TIPO(WS-SUB-QUEBRA)      TO WS-CONF-TIPO.
           MOVE TAB-QBR-NUMERO(WS-SUB-QUEBRA)    TO LNC-NUMERO.
           MOVE TAB-QBR-DESCRICAO(WS-SUB-QUEBRA) TO LNC-DESCRICAO.
           MOVE TAB-QBR-ESPERADO(WS-SUB-QUEBRA)  TO WS-CONF-ESPERADO.
           MOVE TAB-QBR-APURADO(WS-SUB-QUEBRA)   TO WS-CONF-APURADO.
           COMPUTE WS-CONF-DIFERENCA =
                   WS-CONF-APURADO - WS-CONF-ESPERADO.
           MOVE 'QUEBRA'                         TO LNC-SITUACAO.
           PERFORM 770000-IMPRIME-CONFERENCIA.
       710000-SAIDA.
           EXIT.

      *-----------------------------
       750000-CONFERE SECTION.
      *-----------------------------
      *    Conferencia corrente: WS-CONF-TIPO, WS-CONF-DESCRICAO,
      *    WS-CONF-ESPERADO e WS-CONF-APURADO ja montados.
           ADD 1 TO CNT-CONFERENCIAS.
           COMPUTE WS-CONF-DIFERENCA =
                   WS-CONF-APURADO - WS-CONF-ESPERADO.

           MOVE CNT-CONFERENCIAS  TO LNC-NUMERO.
           MOVE WS-CONF-DESCRICAO TO LNC-DESCRICAO.

           IF  WS-CONF-DIFERENCA EQUAL 0
               MOVE 'CONFERE'     TO LNC-SITUACAO
           ELSE
               MOVE 'QUEBRA'      TO LNC-SITUACAO
               IF  CNT-QUEBRAS LESS 40
                   ADD 1 TO CNT-QUEBRAS
                   MOVE CNT-CONFERENCIAS
                        TO TAB-QBR-NUMERO(CNT-QUEBRAS)
                   MOVE WS-CONF-TIPO
                        TO TAB-QBR-TIPO(CNT-QUEBRAS)
                   MOVE WS-CONF-DESCRICAO
                        TO TAB-QBR-DESCRICAO(CNT-QUEBRAS)
                   MOVE WS-CONF-ESPERADO
                        TO TAB-QBR-ESPERADO(CNT-QUEBRAS)
                   MOVE WS-CONF-APURADO
                        TO TAB-QBR-APURADO(CNT-QUEBRAS)
               END-IF
           END-IF.

           PERFORM 770000-IMPRIME-CONFERENCIA.
       750000-SAIDA.
           EXIT.

      *-----------------------------
       770000-IMPRIME-CONFERENCIA SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           IF  88-CONF-QTD
               MOVE WS-CONF-ESPERADO  TO LNC-ESPERADO-Q
               MOVE WS-CONF-APURADO   TO LNC-APURADO-Q
               MOVE WS-CONF-DIFERENCA TO LNC-DIFERENCA-Q
           ELSE
               MOVE WS-CONF-ESPERADO  TO LNC-ESPERADO
               MOVE WS-CONF-APURADO   TO LNC-APURADO
               MOVE WS-CONF-DIFERENCA TO LNC-DIFERENCA
           END-IF.

           WRITE 1265R-LINHA-FD FROM LN-CONFERENCIA
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       770000-SAIDA.
           EXIT.

      *-----------------------------
       780000-IMPRIME-TIT-SECAO SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 45
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.
           WRITE 1265R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1265R-LINHA-FD FROM LN-TIT-SECAO
                 AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINHAS-PAGINA.
       780000-SAIDA.
           EXIT.

      *-----------------------------
       790000-IMPRIME-INFORMATIVO SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.
           WRITE 1265R-LINHA-FD FROM LN-INFORMATIVO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       790000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F434E
                 T99F132S
                 T99F132N
                 T99F1237E
                 T99F1237D
                 T99F1237I
                 T99F1244C
                 T99F1247R
                 T99F1247S
                 T99F1247G
                 T99F1248G
                 T99F1265R.
       900000-SAIDA.
           EXIT.

      *-----------------------------------
       890000-CONTROLE-INICIO SECTION.
      *-----------------------------------
           MOVE SPACES      TO CTRL-REG-GERL.
           MOVE 'T99P1265'  TO CTRL-PROGRAMA.
           MOVE ENC-AMD-GER TO CTRL-AMD-GER.
           MOVE 'I'         TO CTRL-TIPO.
           MOVE 0           TO CTRL-QTD-LIDOS
                               CTRL-QTD-GRAVADOS
                               CTRL-QTD-REJEITADOS
                               CTRL-VL-TOT-BONUS
                               CTRL-NUM-VERSAO.
           PERFORM 892000-GRAVA-CONTROLE.
           MOVE 'S' TO IND-CTRL-INICIADO.
       890000-SAIDA.
           EXIT.

      *-----------------------------------
       891000-CONTROLE-FIM SECTION.
      *-----------------------------------
      *    Lidos = contas do T99F434E; gravados = contas pagas;
      *    rejeitados = conferencias com quebra. O desfecho 'L' e o
      *    registro de ciclo encerrado exigido pelo T99P1237.
           MOVE SPACES           TO CTRL-REG-GERL.
           MOVE 'T99P1265'       TO CTRL-PROGRAMA.
           MOVE ENC-AMD-GER      TO CTRL-AMD-GER.
           MOVE 'F'              TO CTRL-TIPO.
           MOVE CNT-434          TO CTRL-QTD-LIDOS.
           MOVE CNT-132          TO CTRL-QTD-GRAVADOS.
           MOVE CNT-QUEBRAS      TO CTRL-QTD-REJEITADOS.
           MOVE ACM-TOT-132      TO CTRL-VL-TOT-BONUS.
           MOVE 0                TO CTRL-NUM-VERSAO.
           IF  CNT-QUEBRAS EQUAL 0
               MOVE 'L' TO CTRL-IND-CONCIL
           ELSE
               MOVE 'D' TO CTRL-IND-CONCIL
           END-IF.
           PERFORM 892000-GRAVA-CONTROLE.
       891000-SAIDA.
           EXIT.

      *-----------------------------------
       892000-GRAVA-CONTROLE SECTION.
      *-----------------------------------
           ACCEPT CTRL-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT CTRL-HORA-EXEC FROM TIME.
           OPEN EXTEND T99F1237A.
           WRITE 1237A-REGISTRO-FD FROM CTRL-REG-GERL.
           CLOSE T99F1237A.
       892000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001 e 002 ocorrem antes da abertura dos demais
      *    arquivos, por isso encerram fechando apenas o que esta
      *    aberto no ponto do erro.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1265P (data do '
                   'ciclo) vazio.'.
           CLOSE T99F1265P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Data de geracao zerada no '
                   'T99F1265P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Arquivo ' WS-ARQ-ERRO
                   ' vazio, sem header ou de outra geracao.'.
           DISPLAY '888 ' CTE-PROG ' 003 - Ciclo a encerrar: '
                   ENC-AMD-GER.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Arquivo ' WS-ARQ-ERRO
                   ' sem trailer.'.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - T99F1244C com mais de 5000 '
                   'creditos - tabela de casamento estourada.'.
           PERFORM 999999-CANCELAR.

       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Tipo de registro invalido '
                   'no T99F1244C: ' CRD1-TIPO.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F434E
                 T99F132S
                 T99F132N
                 T99F1237E
                 T99F1237D
                 T99F1237I
                 T99F1244C
                 T99F1247R
                 T99F1247S
                 T99F1247G
                 T99F1248G
                 T99F1265R.
           IF  88-CTRL-INICIADO
               MOVE 'C'         TO CTRL-TIPO
               MOVE CNT-434     TO CTRL-QTD-LIDOS
               MOVE CNT-132     TO CTRL-QTD-GRAVADOS
               MOVE 0           TO CTRL-QTD-REJEITADOS
                                   CTRL-VL-TOT-BONUS
               MOVE ' '         TO CTRL-IND-CONCIL
               PERFORM 892000-GRAVA-CONTROLE
           END-IF.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
