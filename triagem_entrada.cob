
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Nova rodada do lote desfaz
      *                                    (situacao 'D') a retencao
      *                                    de conta nao mais apontada
      *                                    e lista as desfeitas
      *VRS003-15/10/2026-F8367856-Rafael   Retencao desfeita so depois
      *                                    do T99F434E conferido ate o
      *                                    trailer, poupando as contas
      *                                    apontadas na propria rodada
      *                                    (hora da rodada gravada na
      *                                    retencao)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1267.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Triagem de compliance do T99F434E antes do
      *               calculo do bonus (T99P1237). Confronta cada
      *               conta do lote com o seu proprio historico e
      *               aponta:
      *                 D conta repetida no T99F434E (mais de um
      *                   detalhe da mesma 434-CTA);
      *                 V exportacao convertida acima de
      *                   TRI-MULT-VOLUME vezes a media mensal de
      *                   exportacao do mestre T99F1237M;
      *                 S spread (exportacao - importacao) acima de
      *                   TRI-MULT-SPREAD vezes o spread medio mensal
      *                   do mestre;
      *                 E primeira exportacao da conta (sem
      *                   exportacao no mestre nem ciclo com bonus no
      *                   arquivo morto T99F1254M) acima de
      *                   TRI-VL-ESTREIA.
      *               Multiplo ou limite zerado no T99F1267P desliga
      *               a respectiva critica. A media considera so os
      *               meses com movimento no mestre (sem o mes do
      *               proprio lote, se o calculo ja tiver rodado).
      *               As contas apontadas saem no relatorio de
      *               revisao T99F1267R e sao retidas no mestre
      *               indexado T99F1267B (conta + data de geracao),
      *               que o T99P1237 e o T99P1245 consultam para
      *               rejeitar a conta (codigo 036) ate a liberacao
      *               pelo compliance (T99P1268). Nova rodada da
      *               triagem para o mesmo lote (T99F434E corrigido ou
      *               parametros alterados) regrava as retencoes das
      *               contas apontadas de novo, mantem as liberadas e,
      *               so depois do lote inteiro conferido e triado,
      *               desfaz e lista as retencoes ainda nao liberadas
      *               da data que a rodada nao apontou. Rodada
      *               cancelada nao desfaz nenhuma retencao.
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
            SELECT T99F434E  ASSIGN  TO  "T99F434E.txt".
            SELECT T99F1267P ASSIGN  TO  "T99F1267P.txt".
            SELECT T99F1237X ASSIGN  TO  "T99F1237X.txt".
            SELECT T99F1237M ASSIGN  TO  "T99F1237M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS RANDOM
                   RECORD KEY     IS MSTR-CTA
                   FILE STATUS    IS WS-STATUS-MSTR.
            SELECT T99F1254M ASSIGN  TO  "T99F1254M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS ARQV-CHAVE
                   FILE STATUS    IS WS-STATUS-ARQV.
            SELECT T99F1267B ASSIGN  TO  "T99F1267B.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS TRG-CHAVE
                   FILE STATUS    IS WS-STATUS-TRG.
            SELECT T99F1267R ASSIGN  TO  "T99F1267R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
       FD  T99F434E.
       01  434E-REGISTRO-FD            PIC  X(066).

      *    Parametros da triagem (multiplos e limite de estreia)
       FD  T99F1267P.
       01  1267P-REGISTRO-FD           PIC  X(027).

      *    Tabela de cotacoes de moeda estrangeira (FX), datadas por
      *    vigencia (mesmo layout do T99P1237)
       FD  T99F1237X.
       01  1237X-REGISTRO-FD           PIC  X(022).

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

      *    Retencoes da triagem de compliance, indexadas por conta e
      *    data de geracao do lote. Situacao 'R' retida (o T99P1237 e
      *    o T99P1245 rejeitam a conta com o codigo 036), 'L'
      *    liberada pelo compliance no T99P1268 ou 'D' desfeita por
      *    nova rodada da triagem em que a conta nao foi apontada.
       FD  T99F1267B.
       01  TRG-REG-GERL.
           03  TRG-CHAVE.
               05  TRG-CTA             PIC   9(11).
               05  TRG-AMD-GER         PIC   9(08).
           03  TRG-AGE                 PIC   9(04).
           03  TRG-MCI                 PIC   9(09).
           03  TRG-MOTIVOS.
               05  TRG-MOT-DUPLICADA   PIC   X(01).
               05  TRG-MOT-VOLUME      PIC   X(01).
               05  TRG-MOT-SPREAD      PIC   X(01).
               05  TRG-MOT-ESTREIA     PIC   X(01).
           03  TRG-QTD-OCORRENCIAS     PIC   9(03).
           03  TRG-VL-EXP-CONV         PIC   9(15)V99.
           03  TRG-VL-IMP-CONV         PIC   9(15)V99.
           03  TRG-SITUACAO            PIC   X(01).
               88  88-TRG-RETIDA                      VALUE 'R'.
               88  88-TRG-LIBERADA                     VALUE 'L'.
               88  88-TRG-DESFEITA                     VALUE 'D'.
           03  TRG-AMD-TRIAGEM         PIC   9(08).
           03  TRG-AMD-LIBERACAO       PIC   9(08).
           03  TRG-USU-LIBERACAO       PIC   X(08).
           03  TRG-PARECER             PIC   X(40).
           03  TRG-HOR-TRIAGEM         PIC   9(08).
           03  FILLER                  PIC   X(02).

      *    Relatorio de revisao do compliance
       FD  T99F1267R.
       01  1267R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-CTA                PIC   9(11).
           03  SORT-SEQ                PIC   9(05).
           03  SORT-AGE                PIC   9(04).
           03  SORT-MCI                PIC   9(09).
           03  SORT-MOEDA              PIC   X(03).
           03  SORT-IND-COTACAO        PIC   X(01).
           03  SORT-VL-EXP-CONV        PIC   9(15)V99.
           03  SORT-VL-IMP-CONV        PIC   9(15)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1267 ***'.

       77  WS-STATUS-MSTR              PIC  X(02).
           88  MSTR-OK                                  VALUE '00'.
       77  WS-STATUS-ARQV              PIC  X(02).
           88  ARQV-OK                                  VALUE '00'.
       77  WS-STATUS-TRG               PIC  X(02).
           88  TRG-OK                                   VALUE '00'.

      *    Controle de quais arquivos indexados ja estao abertos, para
      *    que 999999-CANCELAR so feche o que de fato foi aberto
       77  IND-MESTRE-ABERTO           PIC  X(01)       VALUE 'N'.
           88  88-MESTRE-ABERTO                          VALUE 'S'.
       77  IND-ARQV-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-ARQV-ABERTO                            VALUE 'S'.
       77  IND-TRG-ABERTO              PIC  X(01)       VALUE 'N'.
           88  88-TRG-ABERTO                             VALUE 'S'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-ARQ-ERRO                 PIC  X(09)       VALUE SPACES.
       77  WS-AMD-GER-LOTE             PIC  9(08)       VALUE 0.
       77  WS-AMD-HOJE                 PIC  9(08)       VALUE 0.
      *    Hora de inicio da rodada: com WS-AMD-HOJE, marca nas
      *    retencoes gravadas em 550000 as contas apontadas por esta
      *    rodada
       77  WS-HOR-RODADA               PIC  9(08)       VALUE 0.

      *    T99F434E: a contagem de detalhes e provada pelo somatorio
      *    de sequencial do trailer (header com 434-SEQ = 1 entra na
      *    soma, como no T99P1237)
       77  CNT-434                     PIC  9(09)       VALUE 0.
       77  ACM-SEQ-434                 PIC  9(11)       VALUE 0.
       77  CNT-SEM-COTACAO             PIC  9(09)       VALUE 0.

      *    Cotacoes: a mais recente por moeda com vigencia nao
      *    posterior a data do lote (mesma selecao do T99P1237)
       01  1237X-REG-GERL.
           03  1237X-MOEDA             PIC   X(03).
           03  1237X-TAXA              PIC   9(05)V9(06).
           03  1237X-AMD-VIG           PIC   9(08).

       77  IND-FIM-FX                  PIC  X(01)       VALUE 'N'.
           88  88-FIM-FX                                 VALUE 'S'.
       77  CNT-FX                      PIC  9(03)       VALUE 0.
       77  WS-SUB-FX                   PIC  9(03)       VALUE 0.
       77  WS-FX-POS                   PIC  9(03)       VALUE 0.
       77  IND-FX-ACHADA               PIC  X(01)       VALUE 'N'.
           88  88-FX-ACHADA                              VALUE 'S'.
       77  WS-TAXA-COTACAO             PIC  9(05)V9(06) VALUE 0.

       01  TAB-FX-COTACOES.
           03  TAB-FX-ITEM OCCURS 50 TIMES INDEXED BY IDX-FX.
               05  TAB-FX-MOEDA        PIC   X(03).
               05  TAB-FX-TAXA         PIC   9(05)V9(06).
               05  TAB-FX-AMD-VIG      PIC   9(08).

      *    Ocorrencias da conta em avaliacao (detalhes do T99F434E
      *    com a mesma 434-CTA, ja em ordem de sequencial)
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.
       77  WS-CTA-ANT                  PIC  9(11)       VALUE 0.
       77  CNT-OCR                     PIC  9(03)       VALUE 0.
       77  WS-SUB-OCR                  PIC  9(03)       VALUE 0.

       01  TAB-OCORRENCIAS.
           03  TAB-OCR-ITEM OCCURS 20 TIMES.
               05  TAB-OCR-SEQ         PIC   9(05).
               05  TAB-OCR-AGE         PIC   9(04).
               05  TAB-OCR-MCI         PIC   9(09).
               05  TAB-OCR-MOEDA       PIC   X(03).
               05  TAB-OCR-IND-COTACAO PIC   X(01).
               05  TAB-OCR-VL-EXP      PIC   9(15)V99.
               05  TAB-OCR-VL-IMP      PIC   9(15)V99.
               05  TAB-OCR-MOTIVOS.
                   07  TAB-OCR-MOT-D   PIC   X(01).
                   07  TAB-OCR-MOT-V   PIC   X(01).
                   07  TAB-OCR-MOT-S   PIC   X(01).
                   07  TAB-OCR-MOT-E   PIC   X(01).

      *    Motivos apurados para a conta (qualquer ocorrencia)
       01  WS-MOTIVOS-CONTA.
           03  WS-MOT-DUPLICADA        PIC   X(01).
           03  WS-MOT-VOLUME           PIC   X(01).
           03  WS-MOT-SPREAD           PIC   X(01).
           03  WS-MOT-ESTREIA          PIC   X(01).

       77  WS-VL-EXP-CONTA             PIC  9(15)V99    VALUE 0.
       77  WS-VL-IMP-CONTA             PIC  9(15)V99    VALUE 0.
       77  WS-SIT-RETENCAO             PIC  X(08)       VALUE SPACES.

      *    Leitura sequencial do T99F1267B (retencoes desfeitas)
       77  IND-FIM-TRG                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-TRG                                VALUE 'S'.

      *    Historico da conta: medias mensais do mestre e existencia
      *    de exportacao anterior (mestre ou arquivo morto)
       77  WS-SUB-MES                  PIC  9(02)       VALUE 0.
       77  WS-QTD-MESES-HIST           PIC  9(02)       VALUE 0.
       77  WS-SOMA-EXP-HIST            PIC  9(15)V99    VALUE 0.
       77  WS-SOMA-SPREAD-HIST         PIC  S9(15)V99   VALUE 0.
       77  WS-MEDIA-EXP                PIC  9(15)V99    VALUE 0.
       77  WS-MEDIA-SPREAD             PIC  S9(15)V99   VALUE 0.
       77  WS-VL-SPREAD-OCR            PIC  S9(15)V99   VALUE 0.
       77  WS-VL-LIMITE                PIC  9(15)V99    VALUE 0.
       77  IND-EXPORTOU-ANTES          PIC  X(01)       VALUE 'N'.
           88  88-EXPORTOU-ANTES                         VALUE 'S'.
       77  IND-FIM-ARQV                PIC  X(01)       VALUE 'N'.
           88  88-FIM-ARQV                               VALUE 'S'.

      *    Totais do resumo
       77  CNT-CONTAS                  PIC  9(09)       VALUE 0.
       77  CNT-CONTAS-DUPL             PIC  9(09)       VALUE 0.
       77  CNT-OCR-DUPL                PIC  9(09)       VALUE 0.
       77  CNT-CONTAS-VOLUME           PIC  9(09)       VALUE 0.
       77  CNT-CONTAS-SPREAD           PIC  9(09)       VALUE 0.
       77  CNT-CONTAS-ESTREIA          PIC  9(09)       VALUE 0.
       77  CNT-SEM-HIST                PIC  9(09)       VALUE 0.
       77  CNT-CONTAS-APONTADAS        PIC  9(09)       VALUE 0.
       77  CNT-RETIDAS-NOVAS           PIC  9(09)       VALUE 0.
       77  CNT-RETIDAS-REGRAV          PIC  9(09)       VALUE 0.
       77  CNT-JA-LIBERADAS            PIC  9(09)       VALUE 0.
       77  CNT-DESFEITAS               PIC  9(09)       VALUE 0.

      *    Parametros da triagem
       01  1267P-REG-PARM.
           03  TRI-MULT-VOLUME         PIC   9(03)V99.
           03  TRI-MULT-SPREAD         PIC   9(03)V99.
           03  TRI-VL-ESTREIA          PIC   9(15)V99.

      *    Arquivo de importaçoes e exportaçoes (mesmo layout do
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

      *    Linhas do relatorio de revisao

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'TRIAGEM DE COMPLIANCE DO T99F434E - DUPLICIDADE E '.
           03  FILLER                  PIC   X(14)  VALUE
               'VOLUME ATIPICO'.
           03  FILLER                  PIC   X(07)  VALUE
                     ' GER.: '.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  DATA: '.
           03  LN1-AMD-HOJE            PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(24)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(06)  VALUE 'AGEN.'.
           03  FILLER                  PIC   X(13)  VALUE 'CONTA'.
           03  FILLER                  PIC   X(11)  VALUE 'MCI'.
           03  FILLER                  PIC   X(07)  VALUE 'SEQ.'.
           03  FILLER                  PIC   X(05)  VALUE 'MOE.'.
           03  FILLER                  PIC   X(18)  VALUE
                     'EXPORTACAO CONV.'.
           03  FILLER                  PIC   X(18)  VALUE
                     'IMPORTACAO CONV.'.
           03  FILLER                  PIC   X(18)  VALUE
                     'MEDIA EXPORTACAO'.
           03  FILLER                  PIC   X(18)  VALUE
                     ' MEDIA DO SPREAD'.
           03  FILLER                  PIC   X(06)  VALUE 'MOT.'.
           03  FILLER                  PIC   X(08)  VALUE 'SITUACAO'.
           03  FILLER                  PIC   X(03)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-SEQ                 PIC   9(05).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MOEDA               PIC   X(03).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-VL-EXP              PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-VL-IMP              PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MEDIA-EXP           PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MEDIA-SPREAD        PIC   -ZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MOTIVOS             PIC   X(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-SITUACAO            PIC   X(08).
           03  FILLER                  PIC   X(03)  VALUE SPACE.

       01  LN-LEGENDA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNL-TEXTO               PIC   X(60).
           03  LNL-VALOR               PIC   ZZZZZZZZZZZZ9,99.
           03  LNL-VALOR-X REDEFINES LNL-VALOR
                                       PIC   X(16).
           03  FILLER                  PIC   X(55)  VALUE SPACE.

       01  LN-RODAPE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNR-TEXTO               PIC   X(60).
           03  LNR-QTD                 PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(62)  VALUE SPACE.

      *    Retencao desfeita, nas colunas de LN-DETALHE
       01  LN-DESFEITA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNF-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNF-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNF-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(14)  VALUE SPACE.
           03  LNF-VL-EXP              PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNF-VL-IMP              PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(38)  VALUE SPACE.
           03  LNF-MOTIVOS             PIC   X(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(08)  VALUE 'DESFEITA'.
           03  FILLER                  PIC   X(03)  VALUE SPACE.

       01  LN-SEM-OCORRENCIA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'NENHUMA CONTA APONTADA NA TRIAGEM DESTE LOTE.'.
           03  FILLER                  PIC   X(81)  VALUE SPACE.

       01  LN-TRACO                    PIC   X(132)  VALUE ALL '-'.
       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

      *    As ocorrencias de uma conta ficam contiguas na ordenacao
      *    por conta e sequencial; a avaliacao e feita na quebra da
      *    conta.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-CTA
                                 SORT-SEQ
                INPUT PROCEDURE  300000-ENTRADA-SORT
                OUTPUT PROCEDURE 400000-SAIDA-SORT.

           PERFORM 600000-LISTA-DESFEITAS.

           PERFORM 800000-IMPRIME-RESUMO.

           PERFORM 900000-PROCED-FINAIS.

           IF  CNT-CONTAS-APONTADAS GREATER 0
               DISPLAY '888 ' CTE-PROG ' 011 - ' CNT-CONTAS-APONTADAS
                       ' CONTA(S) APONTADA(S) NA TRIAGEM - REVISAR O '
                       'T99F1267R.'
           END-IF.
           IF  CNT-SEM-COTACAO GREATER 0
               DISPLAY '888 ' CTE-PROG ' 012 - ' CNT-SEM-COTACAO
                       ' DETALHE(S) SEM COTACAO NO T99F1237X - NAO '
                       'TRIADO(S).'
           END-IF.
           IF  CNT-JA-LIBERADAS GREATER 0
               DISPLAY '888 ' CTE-PROG ' 013 - ' CNT-JA-LIBERADAS
                       ' CONTA(S) JA LIBERADA(S) PELO COMPLIANCE - '
                       'RETENCAO MANTIDA LIBERADA.'
           END-IF.
           IF  CNT-DESFEITAS GREATER 0
               DISPLAY '888 ' CTE-PROG ' 014 - ' CNT-DESFEITAS
                       ' RETENCAO(OES) DESFEITA(S) - CONTA NAO MAIS '
                       'APONTADA NO LOTE.'
           END-IF.

           DISPLAY '999 ' CTE-PROG ' CONTAS: ' CNT-CONTAS
                   ' RETIDAS: ' CNT-RETIDAS-NOVAS
                   ' REGRAVADAS: ' CNT-RETIDAS-REGRAV.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           ACCEPT WS-AMD-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HOR-RODADA FROM TIME.
           MOVE WS-AMD-HOJE TO LN1-AMD-HOJE.

           OPEN INPUT  T99F434E
                       T99F1267P
                OUTPUT T99F1267R.

           READ T99F1267P INTO 1267P-REG-PARM
                AT END PERFORM 999004-ERRO-004.

           OPEN INPUT T99F1237M.
           IF  NOT MSTR-OK
               PERFORM 999005-ERRO-005
           END-IF.
           MOVE 'S' TO IND-MESTRE-ABERTO.

           OPEN INPUT T99F1254M.
           IF  NOT ARQV-OK
               PERFORM 999006-ERRO-006
           END-IF.
           MOVE 'S' TO IND-ARQV-ABERTO.

      *    Na primeira execucao o mestre de retencoes ainda nao
      *    existe: cria-se vazio e reabre-se em I-O.
           OPEN I-O T99F1267B.
           IF  NOT TRG-OK
               OPEN OUTPUT T99F1267B
               CLOSE T99F1267B
               OPEN I-O T99F1267B
               IF  NOT TRG-OK
                   PERFORM 999007-ERRO-007
               END-IF
           END-IF.
           MOVE 'S' TO IND-TRG-ABERTO.

           MOVE 'T99F434E ' TO WS-ARQ-ERRO.
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999001-ERRO-001.

           IF  434-AGE NOT EQUAL 0
               OR 434-CTA NOT EQUAL 0
               OR 434-NOM-ARQ NOT EQUAL 'T99F434'
               OR 434-AMD-GER EQUAL 0
               PERFORM 999001-ERRO-001.

           MOVE 434-AMD-GER TO WS-AMD-GER-LOTE
                               LN1-AMD-GER.
           MOVE 434-SEQ     TO ACM-SEQ-434.

      *    A selecao da cotacao depende da data de geracao do lote,
      *    por isso a carga so acontece depois do header validado.
           PERFORM 140000-CARREGA-FX.
       100000-SAIDA.
           EXIT.

      *-----------------------------
       140000-CARREGA-FX SECTION.
      *-----------------------------
      *    Mesma selecao do T99P1237: por moeda, a cotacao mais
      *    recente com vigencia nao posterior a data do lote. As
      *    criticas de cotacao vencida e de variacao ficam no calculo.
           OPEN INPUT T99F1237X.
           MOVE 'N' TO IND-FIM-FX.
           MOVE 0   TO CNT-FX.
           PERFORM 145000-LE-FX-UMA
               UNTIL 88-FIM-FX.
           CLOSE T99F1237X.
       140000-SAIDA.
           EXIT.

      *-----------------------------
       145000-LE-FX-UMA SECTION.
      *-----------------------------
           READ T99F1237X INTO 1237X-REG-GERL
                AT END
                    MOVE 'S' TO IND-FIM-FX
                NOT AT END
                    IF  1237X-AMD-VIG NOT GREATER WS-AMD-GER-LOTE
                        PERFORM 146000-CLASSIFICA-FX
                    END-IF
           END-READ.
       145000-SAIDA.
           EXIT.

      *-----------------------------
       146000-CLASSIFICA-FX SECTION.
      *-----------------------------
           MOVE 'N' TO IND-FX-ACHADA.
           MOVE 0   TO WS-FX-POS.
           PERFORM 147000-PROCURA-FX-TABELA
               VARYING WS-SUB-FX FROM 1 BY 1
               UNTIL WS-SUB-FX GREATER CNT-FX
                  OR 88-FX-ACHADA.

           IF  88-FX-ACHADA
               IF  1237X-AMD-VIG GREATER TAB-FX-AMD-VIG(WS-FX-POS)
                   MOVE 1237X-TAXA    TO TAB-FX-TAXA(WS-FX-POS)
                   MOVE 1237X-AMD-VIG TO TAB-FX-AMD-VIG(WS-FX-POS)
               END-IF
           ELSE
               ADD 1 TO CNT-FX
               IF  CNT-FX GREATER 50
                   PERFORM 999010-ERRO-010
               END-IF
               SET IDX-FX            TO CNT-FX
               MOVE 1237X-MOEDA      TO TAB-FX-MOEDA(IDX-FX)
               MOVE 1237X-TAXA       TO TAB-FX-TAXA(IDX-FX)
               MOVE 1237X-AMD-VIG    TO TAB-FX-AMD-VIG(IDX-FX)
           END-IF.
       146000-SAIDA.
           EXIT.

      *-----------------------------
       147000-PROCURA-FX-TABELA SECTION.
      *-----------------------------
           IF  TAB-FX-MOEDA(WS-SUB-FX) EQUAL 1237X-MOEDA
               MOVE 'S'       TO IND-FX-ACHADA
               MOVE WS-SUB-FX TO WS-FX-POS
           END-IF.
       147000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1267R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1267R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1267R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1267R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1267R-LINHA-FD FROM LN-TRACO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-------------------------------
       300000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Libera todos os detalhes do T99F434E com os valores ja
      *    convertidos pela cotacao do lote. Detalhe de moeda sem
      *    cotacao segue sem conversao (so conta para a duplicidade;
      *    o T99P1237 o rejeita com o codigo 013).
           PERFORM 310000-LE-434-UM
               UNTIL 434-AGE EQUAL 9999.

           IF  434-CTA NOT EQUAL 99999999999
               PERFORM 999002-ERRO-002.
           IF  434-SOMAT-SEQ NOT EQUAL ACM-SEQ-434
               PERFORM 999003-ERRO-003.
       300000-SAIDA.
           EXIT.

      *-------------------------------
       310000-LE-434-UM SECTION.
      *-------------------------------
           READ T99F434E INTO 434-REG-GERL
                AT END PERFORM 999002-ERRO-002.

           IF  434-AGE EQUAL 9999
               GO TO 310000-SAIDA
           END-IF.

           ADD 1       TO CNT-434.
           ADD 434-SEQ TO ACM-SEQ-434.

           MOVE 434-CTA   TO SORT-CTA.
           MOVE 434-SEQ   TO SORT-SEQ.
           MOVE 434-AGE   TO SORT-AGE.
           MOVE 434-MCI   TO SORT-MCI.
           MOVE 434-MOEDA TO SORT-MOEDA.
           MOVE 'S'       TO SORT-IND-COTACAO.

           IF  434-MOEDA EQUAL SPACES OR 434-MOEDA EQUAL 'BRL'
               MOVE 434-VL-EXP TO SORT-VL-EXP-CONV
               MOVE 434-VL-IMP TO SORT-VL-IMP-CONV
           ELSE
               SET IDX-FX TO 1
               SEARCH TAB-FX-ITEM
                   AT END
                       MOVE 'N' TO SORT-IND-COTACAO
                       MOVE 0   TO WS-TAXA-COTACAO
                       ADD 1    TO CNT-SEM-COTACAO
                   WHEN TAB-FX-MOEDA(IDX-FX) EQUAL 434-MOEDA
                       MOVE TAB-FX-TAXA(IDX-FX) TO WS-TAXA-COTACAO
               END-SEARCH
               COMPUTE SORT-VL-EXP-CONV = 434-VL-EXP * WS-TAXA-COTACAO
               COMPUTE SORT-VL-IMP-CONV = 434-VL-IMP * WS-TAXA-COTACAO
           END-IF.

           RELEASE SORT-REG.
       310000-SAIDA.
           EXIT.

      *-------------------------------
       400000-SAIDA-SORT SECTION.
      *-------------------------------
           PERFORM 410000-RETORNA-UMA-OCORRENCIA
               UNTIL 88-FIM-SORT.

           IF  CNT-OCR GREATER 0
               PERFORM 500000-AVALIA-CONTA
           END-IF.

           IF  CNT-CONTAS-APONTADAS EQUAL 0
               PERFORM 200000-IMPRIME-CABECALHO
               WRITE 1267R-LINHA-FD FROM LN-SEM-OCORRENCIA
                     AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
       400000-SAIDA.
           EXIT.

      *-------------------------------
       410000-RETORNA-UMA-OCORRENCIA SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 420000-GUARDA-OCORRENCIA
           END-RETURN.
       410000-SAIDA.
           EXIT.

      *-------------------------------
       420000-GUARDA-OCORRENCIA SECTION.
      *-------------------------------
           IF  CNT-OCR GREATER 0
               AND SORT-CTA NOT EQUAL WS-CTA-ANT
               PERFORM 500000-AVALIA-CONTA
               MOVE 0 TO CNT-OCR
           END-IF.

           MOVE SORT-CTA TO WS-CTA-ANT.
           ADD 1 TO CNT-OCR.
           IF  CNT-OCR GREATER 20
               PERFORM 999009-ERRO-009
           END-IF.

           MOVE SORT-SEQ          TO TAB-OCR-SEQ(CNT-OCR).
           MOVE SORT-AGE          TO TAB-OCR-AGE(CNT-OCR).
           MOVE SORT-MCI          TO TAB-OCR-MCI(CNT-OCR).
           MOVE SORT-MOEDA        TO TAB-OCR-MOEDA(CNT-OCR).
           MOVE SORT-IND-COTACAO  TO TAB-OCR-IND-COTACAO(CNT-OCR).
           MOVE SORT-VL-EXP-CONV  TO TAB-OCR-VL-EXP(CNT-OCR).
           MOVE SORT-VL-IMP-CONV  TO TAB-OCR-VL-IMP(CNT-OCR).
           MOVE SPACES            TO TAB-OCR-MOTIVOS(CNT-OCR).
       420000-SAIDA.
           EXIT.

      *-------------------------------
       500000-AVALIA-CONTA SECTION.
      *-------------------------------
      *    Avalia a conta WS-CTA-ANT com as CNT-OCR ocorrencias da
      *    tabela. Duplicidade vale para todas as ocorrencias; volume,
      *    spread e estreia sao criticados em cada ocorrencia, que e
      *    o que o T99P1237 calcularia para ela.
           ADD 1 TO CNT-CONTAS.
           MOVE SPACES TO WS-MOTIVOS-CONTA.
           MOVE 0      TO WS-VL-EXP-CONTA
                          WS-VL-IMP-CONTA.

           IF  CNT-OCR GREATER 1
               MOVE 'D'    TO WS-MOT-DUPLICADA
               ADD 1       TO CNT-CONTAS-DUPL
               ADD CNT-OCR TO CNT-OCR-DUPL
           END-IF.

           PERFORM 510000-APURA-HISTORICO.

           PERFORM 530000-AVALIA-OCORRENCIA
               VARYING WS-SUB-OCR FROM 1 BY 1
               UNTIL WS-SUB-OCR GREATER CNT-OCR.

           IF  WS-MOTIVOS-CONTA EQUAL SPACES
               GO TO 500000-SAIDA
           END-IF.

           ADD 1 TO CNT-CONTAS-APONTADAS.
           IF  WS-MOT-VOLUME EQUAL 'V'
               ADD 1 TO CNT-CONTAS-VOLUME
           END-IF.
           IF  WS-MOT-SPREAD EQUAL 'S'
               ADD 1 TO CNT-CONTAS-SPREAD
           END-IF.
           IF  WS-MOT-ESTREIA EQUAL 'E'
               ADD 1 TO CNT-CONTAS-ESTREIA
           END-IF.

           PERFORM 550000-GRAVA-RETENCAO.

           PERFORM 560000-IMPRIME-OCORRENCIA
               VARYING WS-SUB-OCR FROM 1 BY 1
               UNTIL WS-SUB-OCR GREATER CNT-OCR.
       500000-SAIDA.
           EXIT.

      *-------------------------------
       510000-APURA-HISTORICO SECTION.
      *-------------------------------
      *    Medias mensais de exportacao e de spread sobre os meses
      *    com movimento no rotativo do mestre. Se o calculo ja
      *    gravou o proprio lote no mestre (MSTR-ULT-AMD-GER igual a
      *    data do lote), a posicao do mes corrente fica de fora.
           MOVE 0   TO WS-QTD-MESES-HIST
                       WS-SOMA-EXP-HIST
                       WS-SOMA-SPREAD-HIST
                       WS-MEDIA-EXP
                       WS-MEDIA-SPREAD.
           MOVE 'N' TO IND-EXPORTOU-ANTES.

           MOVE WS-CTA-ANT TO MSTR-CTA.
           READ T99F1237M
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 515000-SOMA-MES-HIST
                       VARYING WS-SUB-MES FROM 1 BY 1
                       UNTIL WS-SUB-MES GREATER 12
           END-READ.

           IF  WS-QTD-MESES-HIST GREATER 0
               COMPUTE WS-MEDIA-EXP ROUNDED =
                       WS-SOMA-EXP-HIST / WS-QTD-MESES-HIST
               COMPUTE WS-MEDIA-SPREAD ROUNDED =
                       WS-SOMA-SPREAD-HIST / WS-QTD-MESES-HIST
           END-IF.

           IF  WS-SOMA-EXP-HIST GREATER 0
               MOVE 'S' TO IND-EXPORTOU-ANTES
           ELSE
               PERFORM 520000-PROCURA-ARQUIVO-MORTO
           END-IF.

           IF  NOT 88-EXPORTOU-ANTES
               ADD 1 TO CNT-SEM-HIST
           END-IF.
       510000-SAIDA.
           EXIT.

      *-------------------------------
       515000-SOMA-MES-HIST SECTION.
      *-------------------------------
           IF  WS-SUB-MES EQUAL MSTR-MES-ATUAL
               AND MSTR-ULT-AMD-GER EQUAL WS-AMD-GER-LOTE
               GO TO 515000-SAIDA
           END-IF.

           IF  MSTR-HIST-EXP(WS-SUB-MES) GREATER 0
               OR MSTR-HIST-IMP(WS-SUB-MES) GREATER 0
               ADD 1 TO WS-QTD-MESES-HIST
               ADD MSTR-HIST-EXP(WS-SUB-MES) TO WS-SOMA-EXP-HIST
               COMPUTE WS-SOMA-SPREAD-HIST = WS-SOMA-SPREAD-HIST
                                           + MSTR-HIST-EXP(WS-SUB-MES)
                                           - MSTR-HIST-IMP(WS-SUB-MES)
           END-IF.
       515000-SAIDA.
           EXIT.

      *-------------------------------
       520000-PROCURA-ARQUIVO-MORTO SECTION.
      *-------------------------------
      *    Sem exportacao na janela do mestre, a conta so nao e
      *    estreante se teve bonus ('B') em algum ciclo anterior ao
      *    lote no arquivo morto (o rotativo do mestre guarda apenas
      *    12 meses).
           MOVE 'N'        TO IND-FIM-ARQV.
           MOVE WS-CTA-ANT TO ARQV-CTA.
           MOVE 0          TO ARQV-AMD-GER.
           START T99F1254M KEY NOT LESS ARQV-CHAVE
               INVALID KEY MOVE 'S' TO IND-FIM-ARQV
           END-START.

           PERFORM 525000-LE-ARQV-UM
               UNTIL 88-FIM-ARQV
                  OR 88-EXPORTOU-ANTES.
       520000-SAIDA.
           EXIT.

      *-------------------------------
       525000-LE-ARQV-UM SECTION.
      *-------------------------------
           READ T99F1254M NEXT
                AT END
                    MOVE 'S' TO IND-FIM-ARQV
                NOT AT END
                    IF  ARQV-CTA NOT EQUAL WS-CTA-ANT
                        OR ARQV-AMD-GER NOT LESS WS-AMD-GER-LOTE
                        MOVE 'S' TO IND-FIM-ARQV
                    ELSE
                        IF  88-ARQV-COM-BONUS
                            MOVE 'S' TO IND-EXPORTOU-ANTES
                        END-IF
                    END-IF
           END-READ.
       525000-SAIDA.
           EXIT.

      *-------------------------------
       530000-AVALIA-OCORRENCIA SECTION.
      *-------------------------------
           MOVE WS-MOT-DUPLICADA TO TAB-OCR-MOT-D(WS-SUB-OCR).
           ADD TAB-OCR-VL-EXP(WS-SUB-OCR) TO WS-VL-EXP-CONTA.
           ADD TAB-OCR-VL-IMP(WS-SUB-OCR) TO WS-VL-IMP-CONTA.

           IF  TAB-OCR-IND-COTACAO(WS-SUB-OCR) EQUAL 'N'
               GO TO 530000-SAIDA
           END-IF.

           IF  TRI-MULT-VOLUME GREATER 0
               AND WS-MEDIA-EXP GREATER 0
               COMPUTE WS-VL-LIMITE = WS-MEDIA-EXP * TRI-MULT-VOLUME
               IF  TAB-OCR-VL-EXP(WS-SUB-OCR) GREATER WS-VL-LIMITE
                   MOVE 'V' TO TAB-OCR-MOT-V(WS-SUB-OCR)
                               WS-MOT-VOLUME
               END-IF
           END-IF.

           COMPUTE WS-VL-SPREAD-OCR = TAB-OCR-VL-EXP(WS-SUB-OCR)
                                    - TAB-OCR-VL-IMP(WS-SUB-OCR).
           IF  TRI-MULT-SPREAD GREATER 0
               AND WS-MEDIA-SPREAD GREATER 0
               COMPUTE WS-VL-LIMITE = WS-MEDIA-SPREAD * TRI-MULT-SPREAD
               IF  WS-VL-SPREAD-OCR GREATER WS-VL-LIMITE
                   MOVE 'S' TO TAB-OCR-MOT-S(WS-SUB-OCR)
                               WS-MOT-SPREAD
               END-IF
           END-IF.

           IF  TRI-VL-ESTREIA GREATER 0
               AND NOT 88-EXPORTOU-ANTES
               AND TAB-OCR-VL-EXP(WS-SUB-OCR) GREATER TRI-VL-ESTREIA
               MOVE 'E' TO TAB-OCR-MOT-E(WS-SUB-OCR)
                           WS-MOT-ESTREIA
           END-IF.
       530000-SAIDA.
           EXIT.

      *-------------------------------
       550000-GRAVA-RETENCAO SECTION.
      *-------------------------------
      *    Uma retencao por conta e data de geracao. Retencao ja
      *    liberada pelo compliance nao volta a reter a conta numa
      *    nova rodada da triagem do mesmo lote; a desfeita numa
      *    rodada anterior volta a ser retida. A data e a hora da
      *    rodada ficam na retencao para 600000-LISTA-DESFEITAS.
           MOVE WS-CTA-ANT      TO TRG-CTA.
           MOVE WS-AMD-GER-LOTE TO TRG-AMD-GER.
           READ T99F1267B
               INVALID KEY
                   MOVE SPACES TO TRG-SITUACAO
           END-READ.

           IF  88-TRG-LIBERADA
               ADD 1 TO CNT-JA-LIBERADAS
               MOVE 'LIBERADA' TO WS-SIT-RETENCAO
               GO TO 550000-SAIDA
           END-IF.

           MOVE 'RETIDA'         TO WS-SIT-RETENCAO.
           MOVE WS-CTA-ANT       TO TRG-CTA.
           MOVE WS-AMD-GER-LOTE  TO TRG-AMD-GER.
           MOVE TAB-OCR-AGE(1)   TO TRG-AGE.
           MOVE TAB-OCR-MCI(1)   TO TRG-MCI.
           MOVE WS-MOTIVOS-CONTA TO TRG-MOTIVOS.
           MOVE CNT-OCR          TO TRG-QTD-OCORRENCIAS.
           MOVE WS-VL-EXP-CONTA  TO TRG-VL-EXP-CONV.
           MOVE WS-VL-IMP-CONTA  TO TRG-VL-IMP-CONV.
           MOVE WS-AMD-HOJE      TO TRG-AMD-TRIAGEM.
           MOVE WS-HOR-RODADA    TO TRG-HOR-TRIAGEM.
           MOVE 0                TO TRG-AMD-LIBERACAO.
           MOVE SPACES           TO TRG-USU-LIBERACAO
                                    TRG-PARECER.

           IF  88-TRG-RETIDA
               OR 88-TRG-DESFEITA
               MOVE 'R' TO TRG-SITUACAO
               REWRITE TRG-REG-GERL
                   INVALID KEY PERFORM 999008-ERRO-008
               END-REWRITE
               ADD 1 TO CNT-RETIDAS-REGRAV
           ELSE
               MOVE 'R' TO TRG-SITUACAO
               WRITE TRG-REG-GERL
                   INVALID KEY PERFORM 999008-ERRO-008
               END-WRITE
               ADD 1 TO CNT-RETIDAS-NOVAS
           END-IF.
       550000-SAIDA.
           EXIT.

      *-------------------------------
       560000-IMPRIME-OCORRENCIA SECTION.
      *-------------------------------
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE TAB-OCR-AGE(WS-SUB-OCR)     TO LND-AGE.
           MOVE WS-CTA-ANT                  TO LND-CTA.
           MOVE TAB-OCR-MCI(WS-SUB-OCR)     TO LND-MCI.
           MOVE TAB-OCR-SEQ(WS-SUB-OCR)     TO LND-SEQ.
           MOVE TAB-OCR-MOEDA(WS-SUB-OCR)   TO LND-MOEDA.
           MOVE TAB-OCR-VL-EXP(WS-SUB-OCR)  TO LND-VL-EXP.
           MOVE TAB-OCR-VL-IMP(WS-SUB-OCR)  TO LND-VL-IMP.
           MOVE WS-MEDIA-EXP                TO LND-MEDIA-EXP.
           MOVE WS-MEDIA-SPREAD             TO LND-MEDIA-SPREAD.
           MOVE TAB-OCR-MOTIVOS(WS-SUB-OCR) TO LND-MOTIVOS.
           MOVE WS-SIT-RETENCAO             TO LND-SITUACAO.
           IF  TAB-OCR-IND-COTACAO(WS-SUB-OCR) EQUAL 'N'
               MOVE 'SEM COT.'              TO LND-SITUACAO
           END-IF.
           WRITE 1267R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       560000-SAIDA.
           EXIT.

      *-------------------------------
       600000-LISTA-DESFEITAS SECTION.
      *-------------------------------
      *    Retencoes da data que seguem desfeitas depois da triagem:
      *    contas retidas em rodada anterior e nao apontadas agora.
      *    So aqui, com o T99F434E ja conferido ate o trailer e todas
      *    as contas avaliadas, a retencao ainda nao liberada que a
      *    rodada nao regravou e desfeita ('D'); um cancelamento
      *    antes deste ponto deixa todas as retencoes da data como
      *    estavam. A chave comeca pela conta, por isso o T99F1267B e
      *    lido inteiro.
           MOVE 0 TO TRG-CTA
                     TRG-AMD-GER.
           START T99F1267B KEY NOT LESS TRG-CHAVE
               INVALID KEY
                   GO TO 600000-SAIDA
           END-START.

           MOVE 'N' TO IND-FIM-TRG.
           PERFORM 610000-LISTA-DESFEITA-UMA
               UNTIL 88-FIM-TRG.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       610000-LISTA-DESFEITA-UMA SECTION.
      *-------------------------------
           READ T99F1267B NEXT
               AT END
                   MOVE 'S' TO IND-FIM-TRG
                   GO TO 610000-SAIDA
           END-READ.

           IF  TRG-AMD-GER NOT EQUAL WS-AMD-GER-LOTE
               GO TO 610000-SAIDA
           END-IF.

           IF  88-TRG-RETIDA
               AND (TRG-AMD-TRIAGEM NOT EQUAL WS-AMD-HOJE
                    OR TRG-HOR-TRIAGEM NOT EQUAL WS-HOR-RODADA)
               PERFORM 620000-DESFAZ-RETENCAO
           END-IF.

           IF  NOT 88-TRG-DESFEITA
               GO TO 610000-SAIDA
           END-IF.

           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           IF  CNT-DESFEITAS EQUAL 0
               WRITE 1267R-LINHA-FD FROM LN-BRANCO
                     AFTER ADVANCING 1 LINE
               MOVE 'RETENCOES DESFEITAS - NAO MAIS APONTADAS NO LOTE'
                                   TO LNL-TEXTO
               MOVE SPACES         TO LNL-VALOR-X
               PERFORM 810000-IMPRIME-LEGENDA
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
           ADD 1 TO CNT-DESFEITAS.

           MOVE TRG-AGE         TO LNF-AGE.
           MOVE TRG-CTA         TO LNF-CTA.
           MOVE TRG-MCI         TO LNF-MCI.
           MOVE TRG-VL-EXP-CONV TO LNF-VL-EXP.
           MOVE TRG-VL-IMP-CONV TO LNF-VL-IMP.
           MOVE TRG-MOTIVOS     TO LNF-MOTIVOS.
           WRITE 1267R-LINHA-FD FROM LN-DESFEITA
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       610000-SAIDA.
           EXIT.

      *-------------------------------
       620000-DESFAZ-RETENCAO SECTION.
      *-------------------------------
           MOVE 'D'         TO TRG-SITUACAO.
           MOVE WS-AMD-HOJE TO TRG-AMD-LIBERACAO.
           MOVE 'T99P1267'  TO TRG-USU-LIBERACAO.
           MOVE 'NAO APONTADA NA NOVA TRIAGEM DO LOTE'
                            TO TRG-PARECER.
           REWRITE TRG-REG-GERL
               INVALID KEY PERFORM 999008-ERRO-008
           END-REWRITE.
       620000-SAIDA.
           EXIT.

      *-------------------------------
       800000-IMPRIME-RESUMO SECTION.
      *-------------------------------
      *    Legenda dos motivos com os parametros usados e o resumo
      *    da triagem.
           IF  WS-LINHAS-PAGINA GREATER 30
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           WRITE 1267R-LINHA-FD FROM LN-TRACO
                 AFTER ADVANCING 1 LINE.
           MOVE 'MOTIVOS:' TO LNL-TEXTO.
           MOVE SPACES     TO LNL-VALOR-X.
           PERFORM 810000-IMPRIME-LEGENDA.
           MOVE '  D - CONTA REPETIDA NO T99F434E (MAIS DE UM DETALHE)'
                           TO LNL-TEXTO.
           MOVE SPACES     TO LNL-VALOR-X.
           PERFORM 810000-IMPRIME-LEGENDA.
           MOVE '  V - EXPORTACAO ACIMA DA MEDIA MENSAL DO MESTRE X'
                           TO LNL-TEXTO.
           MOVE TRI-MULT-VOLUME TO LNL-VALOR.
           PERFORM 810000-IMPRIME-LEGENDA.
           MOVE '  S - SPREAD (EXP - IMP) ACIMA DO SPREAD MEDIO X'
                           TO LNL-TEXTO.
           MOVE TRI-MULT-SPREAD TO LNL-VALOR.
           PERFORM 810000-IMPRIME-LEGENDA.
           MOVE '  E - PRIMEIRA EXPORTACAO DA CONTA ACIMA DE'
                           TO LNL-TEXTO.
           MOVE TRI-VL-ESTREIA  TO LNL-VALOR.
           PERFORM 810000-IMPRIME-LEGENDA.
           MOVE '  (MULTIPLO OU LIMITE ZERADO DESLIGA A CRITICA)'
                           TO LNL-TEXTO.
           MOVE SPACES     TO LNL-VALOR-X.
           PERFORM 810000-IMPRIME-LEGENDA.

           WRITE 1267R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           MOVE 'DETALHES LIDOS NO T99F434E'          TO LNR-TEXTO.
           MOVE CNT-434                               TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS DISTINTAS'                    TO LNR-TEXTO.
           MOVE CNT-CONTAS                            TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS REPETIDAS (D)'                TO LNR-TEXTO.
           MOVE CNT-CONTAS-DUPL                       TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'DETALHES DAS CONTAS REPETIDAS'       TO LNR-TEXTO.
           MOVE CNT-OCR-DUPL                          TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS COM VOLUME ATIPICO (V)'       TO LNR-TEXTO.
           MOVE CNT-CONTAS-VOLUME                     TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS COM SPREAD ATIPICO (S)'       TO LNR-TEXTO.
           MOVE CNT-CONTAS-SPREAD                     TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS COM PRIMEIRA EXPORTACAO ELEVADA (E)'
                                                      TO LNR-TEXTO.
           MOVE CNT-CONTAS-ESTREIA                    TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS SEM EXPORTACAO ANTERIOR (MESTRE/ARQUIVO MORTO)'
                                                      TO LNR-TEXTO.
           MOVE CNT-SEM-HIST                          TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'DETALHES SEM COTACAO NO T99F1237X - NAO TRIADOS'
                                                      TO LNR-TEXTO.
           MOVE CNT-SEM-COTACAO                       TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'CONTAS APONTADAS NA TRIAGEM'         TO LNR-TEXTO.
           MOVE CNT-CONTAS-APONTADAS                  TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE '  RETIDAS NO T99F1267B'              TO LNR-TEXTO.
           MOVE CNT-RETIDAS-NOVAS                     TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE '  RETENCOES REGRAVADAS (NOVA RODADA DO LOTE)'
                                                      TO LNR-TEXTO.
           MOVE CNT-RETIDAS-REGRAV                    TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE '  JA LIBERADAS PELO COMPLIANCE - MANTIDAS'
                                                      TO LNR-TEXTO.
           MOVE CNT-JA-LIBERADAS                      TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
           MOVE 'RETENCOES DESFEITAS (CONTA NAO MAIS APONTADA)'
                                                      TO LNR-TEXTO.
           MOVE CNT-DESFEITAS                         TO LNR-QTD.
           PERFORM 820000-IMPRIME-RODAPE.
       800000-SAIDA.
           EXIT.

      *-------------------------------
       810000-IMPRIME-LEGENDA SECTION.
      *-------------------------------
           WRITE 1267R-LINHA-FD FROM LN-LEGENDA
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       810000-SAIDA.
           EXIT.

      *-------------------------------
       820000-IMPRIME-RODAPE SECTION.
      *-------------------------------
           WRITE 1267R-LINHA-FD FROM LN-RODAPE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       820000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           READ T99F434E
                AT END CONTINUE
                NOT AT END PERFORM 999002-ERRO-002
           END-READ.

           CLOSE T99F434E
                 T99F1267P
                 T99F1237M
                 T99F1254M
                 T99F1267B
                 T99F1267R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo ' WS-ARQ-ERRO
                   ' vazio ou sem header.'.
           PERFORM 999999-CANCELAR.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo ' WS-ARQ-ERRO
                   ' sem trailer ou com registro apos o trailer.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Somatorio de sequencial do '
                   'T99F434E difere do trailer.'.
           DISPLAY '888 ' CTE-PROG ' 003 - Trailer: ' 434-SOMAT-SEQ
                   ' Calculado: ' ACM-SEQ-434.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Arquivo de parametros T99F'
                   '1267P vazio.'.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Mestre T99F1237M nao pode '
                   'ser aberto. STATUS: ' WS-STATUS-MSTR.
           PERFORM 999999-CANCELAR.

       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Arquivo morto T99F1254M '
                   'nao pode ser aberto. STATUS: ' WS-STATUS-ARQV.
           PERFORM 999999-CANCELAR.

       999007-ERRO-007.
           DISPLAY '888 ' CTE-PROG ' 007 - Retencoes da triagem T99F'
                   '1267B nao pode ser aberto. STATUS: ' WS-STATUS-TRG.
           PERFORM 999999-CANCELAR.

       999008-ERRO-008.
           DISPLAY '888 ' CTE-PROG ' 008 - Erro gravando retencao no '
                   'T99F1267B. STATUS: ' WS-STATUS-TRG
                   ' CONTA: ' TRG-CTA.
           PERFORM 999999-CANCELAR.

       999009-ERRO-009.
           DISPLAY '888 ' CTE-PROG ' 009 - Conta ' SORT-CTA
                   ' com mais de 20 detalhes no T99F434E - tabela '
                   'estourada.'.
           PERFORM 999999-CANCELAR.

       999010-ERRO-010.
           DISPLAY '888 ' CTE-PROG ' 010 - Tabela de cotacoes T99F1237X'
                   ' com mais de 50 moedas - tabela estourada.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F434E
                 T99F1267P
                 T99F1267R.
           IF  88-MESTRE-ABERTO
               CLOSE T99F1237M
           END-IF.
           IF  88-ARQV-ABERTO
               CLOSE T99F1254M
           END-IF.
           IF  88-TRG-ABERTO
               CLOSE T99F1267B
           END-IF.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
