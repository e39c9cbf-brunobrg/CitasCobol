      *                                    arquivo de retencoes junto;
      *                                    critica de data entre o
      *                                    T99F1237I e o lote
      *VRS005-15/10/2026-F8367856-Rafael   Estorno do ciclo pelo
      *                                    T99P1258 invalida a
      *                                    conciliacao anterior a ele
      *                                    na trilha
      *VRS006-15/10/2026-F8367856-Rafael   Registro da trilha T99F1237A
      *                                    com 85 posicoes (numero da
      *                                    versao de parametros)
      *VRS007-15/10/2026-F8367856-Rafael   Lote de reenvio T99F1247
      *                                    deixa de fora o credito com
      *                                    reenvio encerrado pelo
      *                                    estorno do ciclo (situacao
      *                                    'E' no T99F1247M)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
                             ASSIGN  TO  "T99F1237I.txt".
            SELECT OPTIONAL T99F1237A
                             ASSIGN  TO  "T99F1237A.txt".
            SELECT T99F1247M ASSIGN  TO  "T99F1247M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS RANDOM
                   RECORD KEY     IS PEND-CHAVE
                   FILE STATUS    IS WS-STATUS-PEND.
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.

      *    Trilha de execucao da esteira do bonus
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).

      *    Cadastro de pendencias de credito (mesmo layout do
      *    T99P1247), consultado so no lote de reenvio T99F1247
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

       SD  SORT-WORK.
       01  SORT-REG.
       77  WS-VL-CREDITO               PIC  9(15)V99    VALUE 0.
       77  WS-SUB-IRF                  PIC  9(05)       VALUE 0.

      *    Reenvio encerrado pelo estorno do ciclo (T99F1247M)
       77  WS-STATUS-PEND              PIC  X(02).
           88  PEND-OK                                  VALUE '00'.
       77  IND-PEND-ABERTO             PIC  X(01)       VALUE 'N'.
           88  88-PEND-ABERTO                            VALUE 'S'.
       77  ACM-QTD-REENVIO-ESTORNADO   PIC  9(09)       VALUE 0.
       77  ACM-VL-REENVIO-ESTORNADO    PIC  9(15)V99    VALUE 0.

       01  TAB-IRF.
           03  TAB-IRF-ITEM OCCURS 5000 TIMES INDEXED BY IDX-IRF.
               05  TAB-IRF-CTA         PIC   9(11).
               88  88-CONCIL-LIMPA                     VALUE 'L'.
               88  88-CONCIL-DIVERGENTE                VALUE 'D'.
           03  CTRL-IND-FORCA          PIC   X(01).
           03  FILLER                  PIC   X(05).

      *    Retencoes de IR na fonte (mesmo layout do T99P1237)

               IF  NOT 88-SEM-IRF
                   PERFORM 999017-ERRO-017
               END-IF
               PERFORM 610000-ABRE-PENDENCIAS
           ELSE
      *    O arquivo de retencoes carregado tem de ser deste mesmo
      *    ciclo; um T99F1237I esquecido do ciclo anterior nao pode
               PERFORM 999007-ERRO-007.

           CLOSE T99F132S.

           IF  88-PEND-ABERTO
               CLOSE T99F1247M
               MOVE 'N' TO IND-PEND-ABERTO
           END-IF.

           IF  ACM-QTD-REENVIO-ESTORNADO GREATER 0
               DISPLAY '888 ' CTE-PROG ' 019 - CREDITOS DO REENVIO '
                       'ENCERRADOS PELO ESTORNO DO CICLO (T99P1258) '
                       'NAO ENVIADOS: ' ACM-QTD-REENVIO-ESTORNADO
                       ' VALOR: ' ACM-VL-REENVIO-ESTORNADO
           END-IF.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       610000-ABRE-PENDENCIAS SECTION.
      *-------------------------------
      *    O lote de reenvio nasce do cadastro de pendencias do
      *    T99P1247, que por isso tem de existir. Credito cujo
      *    reenvio o estorno do ciclo (T99P1258) encerrou nao segue
      *    para o sistema de contas correntes: o recalculo da data ja
      *    paga a conta.
           OPEN INPUT T99F1247M.
           IF  NOT PEND-OK
               PERFORM 999018-ERRO-018
           END-IF.
           MOVE 'S' TO IND-PEND-ABERTO.
       610000-SAIDA.
           EXIT.

      *-------------------------------
       650000-LIBERA-UM-132 SECTION.
      *-------------------------------
           READ T99F132S INTO 132-REG-GERL
                AT END PERFORM 999005-ERRO-005.

           IF  132-AGE EQUAL 9999
               GO TO 650000-SAIDA.

           ADD 132-SEQ      TO ACM-SEQ-132.
           ADD 132-VL-BONUS TO ACM-TOT-BONUS.

      *    O credito encerrado continua nos somatorios acima, que
      *    conferem o trailer do arquivo recebido.
           IF  88-PEND-ABERTO
               MOVE 132-CTA         TO PEND-CTA
               MOVE WS-AMD-GER-LOTE TO PEND-AMD-ORIGEM
               READ T99F1247M
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  88-PEND-ESTORNADO
                           ADD 1            TO ACM-QTD-REENVIO-ESTORNADO
                           ADD 132-VL-BONUS TO ACM-VL-REENVIO-ESTORNADO
                           GO TO 650000-SAIDA
                       END-IF
               END-READ
           END-IF.

           MOVE 132-AGE      TO SORT-AGE.
           MOVE 132-CTA      TO SORT-CTA.
           MOVE 132-MCI      TO SORT-MCI.
           MOVE 132-VL-BONUS TO SORT-VL-BONUS.
           RELEASE SORT-REG.
       650000-SAIDA.
           EXIT.

      *-----------------------------------
      *    Retem o desfecho do ULTIMO fim normal do T99P1239 para a
      *    data do lote: uma conciliacao divergente corrigida e
      *    reconciliada limpa libera a geracao. O fim normal de um
      *    estorno da data (T99P1258) descarta a conciliacao anterior
      *    - o ciclo recalculado precisa ser conciliado de novo.
           READ T99F1237A INTO CTRL-REG-GERL
                AT END
                    MOVE 'S' TO IND-FIM-CTRL
                        AND 88-CTRL-FIM
                        MOVE CTRL-IND-CONCIL TO WS-IND-CONCIL-1239
                    END-IF
                    IF  CTRL-PROGRAMA EQUAL 'T99P1258'
                        AND CTRL-AMD-GER EQUAL WS-AMD-GER-LOTE
                        AND 88-CTRL-FIM
                        MOVE ' ' TO WS-IND-CONCIL-1239
                    END-IF
           END-READ.
       893000-SAIDA.
           EXIT.
                   'liquido de IR - retire o T99F1237I do job para '
                   'nao abater o imposto duas vezes.'.
           PERFORM 999999-CANCELAR.

       999018-ERRO-018.
           DISPLAY '888 ' CTE-PROG ' 018 - Cadastro de pendencias '
                   'T99F1247M nao encontrado para o lote de reenvio - '
                   'STATUS: ' WS-STATUS-PEND.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F132S.
           IF  88-PEND-ABERTO
               CLOSE T99F1247M
           END-IF.
           IF  88-CTRL-INICIADO
               MOVE SPACES           TO CTRL-REG-GERL
               MOVE 'T99P1244'       TO CTRL-PROGRAMA
