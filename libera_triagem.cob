
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Retencao desfeita por nova
      *                                    rodada da triagem ('D') nao
      *                                    e liberada
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1268.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Liberacao pelo compliance das contas retidas na
      *               triagem do T99F434E (T99P1267). Le o movimento
      *               T99F1268L (conta, data de geracao do lote,
      *               usuario e parecer) e passa a retencao do
      *               T99F1267B para liberada ('L'), com a data do
      *               processamento, o usuario e o parecer. A partir
      *               dai o T99P1237 (ou, para lote ja calculado, o
      *               T99P1245 no reprocessamento dos rejeitados com
      *               codigo 036) aceita a conta. Movimento de
      *               retencao inexistente, ja liberada, desfeita por
      *               nova rodada da triagem ('D', conta nao mais
      *               apontada) ou sem usuario e rejeitado sem alterar
      *               nada. Listagem de
      *               auditoria no T99F1268R.
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
            SELECT T99F1267B ASSIGN  TO  "T99F1267B.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS RANDOM
                   RECORD KEY     IS TRG-CHAVE
                   FILE STATUS    IS WS-STATUS-TRG.
            SELECT T99F1268L ASSIGN  TO  "T99F1268L.txt".
            SELECT T99F1268R ASSIGN  TO  "T99F1268R.txt".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Retencoes da triagem de compliance (mesmo layout do
      *    T99P1267)
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
               88  88-TRG-LIBERADA                     VALUE 'L'.
               88  88-TRG-DESFEITA                     VALUE 'D'.
           03  TRG-AMD-TRIAGEM         PIC   9(08).
           03  TRG-AMD-LIBERACAO       PIC   9(08).
           03  TRG-USU-LIBERACAO       PIC   X(08).
           03  TRG-PARECER             PIC   X(40).
           03  FILLER                  PIC   X(10).

      *    Movimento de liberacao do compliance
       FD  T99F1268L.
       01  1268L-REGISTRO-FD           PIC  X(067).

       FD  T99F1268R.
       01  1268R-LINHA-FD              PIC  X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1268 ***'.

       77  WS-STATUS-TRG               PIC  X(02).
           88  TRG-OK                                   VALUE '00'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-AMD-HOJE                 PIC  9(08)       VALUE 0.
       77  WS-MOTIVO                   PIC  X(60)       VALUE SPACES.
       77  IND-FIM-MOV                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-MOV                                VALUE 'S'.

       77  ACM-QTD-LIDOS               PIC  9(09)       VALUE 0.
       77  ACM-QTD-LIBERADAS           PIC  9(09)       VALUE 0.
       77  ACM-QTD-REJEITADOS          PIC  9(09)       VALUE 0.

      *    Movimento de liberacao
       01  1268L-REG-GERL.
           03  MOV-CTA                 PIC   9(11).
           03  MOV-AMD-GER             PIC   9(08).
           03  MOV-USUARIO             PIC   X(08).
           03  MOV-PARECER             PIC   X(40).

       01  WS-MSG-LIBERADA.
           03  FILLER                  PIC   X(24)  VALUE
                     'RETENCAO JA LIBERADA EM '.
           03  WS-MSG-LIB-AMD          PIC   9(08).
           03  FILLER                  PIC   X(05)  VALUE ' POR '.
           03  WS-MSG-LIB-USU          PIC   X(08).
           03  FILLER                  PIC   X(15)  VALUE SPACE.

      *    Linhas da listagem de auditoria

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'LIBERACAO DE CONTAS RETIDAS NA TRIAGEM DE COMPLIAN'.
           03  FILLER                  PIC   X(03)  VALUE 'CE'.
           03  FILLER                  PIC   X(08)  VALUE
                     '  DATA: '.
           03  LN1-AMD-HOJE            PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(50)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(13)  VALUE 'CONTA'.
           03  FILLER                  PIC   X(10)  VALUE 'GERACAO'.
           03  FILLER                  PIC   X(06)  VALUE 'AGEN.'.
           03  FILLER                  PIC   X(11)  VALUE 'MCI'.
           03  FILLER                  PIC   X(06)  VALUE 'MOT.'.
           03  FILLER                  PIC   X(10)  VALUE 'TRIAGEM'.
           03  FILLER                  PIC   X(18)  VALUE
                     'EXPORTACAO CONV.'.
           03  FILLER                  PIC   X(10)  VALUE 'USUARIO'.
           03  FILLER                  PIC   X(47)  VALUE 'SITUACAO'.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-MOTIVOS             PIC   X(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-AMD-TRIAGEM         PIC   9(08).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-VL-EXP              PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-USUARIO             PIC   X(08).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-SITUACAO            PIC   X(30).
           03  FILLER                  PIC   X(17)  VALUE SPACE.

       01  LN-COMPLEMENTO.
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  LNC-ROTULO              PIC   X(09).
           03  LNC-TEXTO               PIC   X(60).
           03  FILLER                  PIC   X(58)  VALUE SPACE.

       01  LN-RESUMO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(07)  VALUE 'LIDOS: '.
           03  LNR-LIDOS               PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(13)  VALUE
                     '  LIBERADAS: '.
           03  LNR-LIBERADAS           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(14)  VALUE
                     '  REJEITADOS: '.
           03  LNR-REJEITADOS          PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(70)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

           PERFORM 300000-PROCESSA-MOVIMENTO
               UNTIL 88-FIM-MOV.

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
           MOVE WS-AMD-HOJE TO LN1-AMD-HOJE.

      *    O mestre de retencoes e criado pelo T99P1267; sem ele nao
      *    ha o que liberar.
           OPEN I-O T99F1267B.
           IF  NOT TRG-OK
               PERFORM 999001-ERRO-001
           END-IF.

           OPEN INPUT  T99F1268L
                OUTPUT T99F1268R.

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

           WRITE 1268R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1268R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1268R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1268R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-PROCESSA-MOVIMENTO SECTION.
      *-----------------------------
           ADD 1 TO ACM-QTD-LIDOS.

           PERFORM 310000-TRATA-MOVIMENTO.

           PERFORM 800000-LE-MOVIMENTO.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       310000-TRATA-MOVIMENTO SECTION.
      *-----------------------------
      *    Movimento invalido nao cancela o job: e listado com o
      *    motivo e o processamento segue com o proximo, como no
      *    T99P1261.

           MOVE SPACES          TO TRG-REG-GERL.
           MOVE 0               TO TRG-AGE
                                   TRG-MCI
                                   TRG-AMD-TRIAGEM
                                   TRG-VL-EXP-CONV.

           IF  MOV-USUARIO EQUAL SPACES
               MOVE 'USUARIO NAO INFORMADO' TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 310000-SAIDA
           END-IF.

           MOVE MOV-CTA         TO TRG-CTA.
           MOVE MOV-AMD-GER     TO TRG-AMD-GER.
           READ T99F1267B
               INVALID KEY
                   MOVE 0 TO TRG-AGE
                             TRG-MCI
                             TRG-AMD-TRIAGEM
                             TRG-VL-EXP-CONV
                   MOVE SPACES TO TRG-MOTIVOS
                   MOVE 'CONTA NAO RETIDA NA TRIAGEM DESTE LOTE'
                               TO WS-MOTIVO
                   PERFORM 360000-REJEITA-MOVIMENTO
                   GO TO 310000-SAIDA
           END-READ.

           IF  88-TRG-LIBERADA
               MOVE TRG-AMD-LIBERACAO TO WS-MSG-LIB-AMD
               MOVE TRG-USU-LIBERACAO TO WS-MSG-LIB-USU
               MOVE WS-MSG-LIBERADA   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 310000-SAIDA
           END-IF.

           IF  88-TRG-DESFEITA
               MOVE 'RETENCAO DESFEITA NA NOVA TRIAGEM DO LOTE'
                                   TO WS-MOTIVO
               PERFORM 360000-REJEITA-MOVIMENTO
               GO TO 310000-SAIDA
           END-IF.

           MOVE 'L'             TO TRG-SITUACAO.
           MOVE WS-AMD-HOJE     TO TRG-AMD-LIBERACAO.
           MOVE MOV-USUARIO     TO TRG-USU-LIBERACAO.
           MOVE MOV-PARECER     TO TRG-PARECER.
           REWRITE TRG-REG-GERL
               INVALID KEY PERFORM 999003-ERRO-003
           END-REWRITE.
           ADD 1 TO ACM-QTD-LIBERADAS.

           MOVE 'LIBERADA'      TO LND-SITUACAO.
           PERFORM 350000-IMPRIME-MOVIMENTO.
           MOVE 'PARECER: '     TO LNC-ROTULO.
           MOVE MOV-PARECER     TO LNC-TEXTO.
           WRITE 1268R-LINHA-FD FROM LN-COMPLEMENTO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       310000-SAIDA.
           EXIT.

      *-----------------------------
       350000-IMPRIME-MOVIMENTO SECTION.
      *-----------------------------
      *    LND-SITUACAO ja vem preenchida; os dados da retencao sao
      *    os do T99F1267B (zerados quando a retencao nao existe).
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE MOV-CTA         TO LND-CTA.
           MOVE MOV-AMD-GER     TO LND-AMD-GER.
           MOVE TRG-AGE         TO LND-AGE.
           MOVE TRG-MCI         TO LND-MCI.
           MOVE TRG-MOTIVOS     TO LND-MOTIVOS.
           MOVE TRG-AMD-TRIAGEM TO LND-AMD-TRIAGEM.
           MOVE TRG-VL-EXP-CONV TO LND-VL-EXP.
           MOVE MOV-USUARIO     TO LND-USUARIO.
           WRITE 1268R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1268R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINHAS-PAGINA.
       350000-SAIDA.
           EXIT.

      *-----------------------------
       360000-REJEITA-MOVIMENTO SECTION.
      *-----------------------------
           MOVE 'REJEITADO - NADA ALTERADO' TO LND-SITUACAO.
           PERFORM 350000-IMPRIME-MOVIMENTO.
           MOVE 'MOTIVO: '      TO LNC-ROTULO.
           MOVE WS-MOTIVO       TO LNC-TEXTO.
           WRITE 1268R-LINHA-FD FROM LN-COMPLEMENTO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.

           ADD 1 TO ACM-QTD-REJEITADOS.
           DISPLAY '888 ' CTE-PROG ' 004 - MOVIMENTO REJEITADO - '
                   'CONTA: ' MOV-CTA ' GERACAO: ' MOV-AMD-GER.
           DISPLAY '888 ' CTE-PROG ' 004 - ' WS-MOTIVO.
       360000-SAIDA.
           EXIT.

      *-----------------------------
       400000-IMPRIME-RESUMO SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 55
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE ACM-QTD-LIDOS      TO LNR-LIDOS.
           MOVE ACM-QTD-LIBERADAS  TO LNR-LIBERADAS.
           MOVE ACM-QTD-REJEITADOS TO LNR-REJEITADOS.
           WRITE 1268R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1268R-LINHA-FD FROM LN-RESUMO
                 AFTER ADVANCING 1 LINE.

           DISPLAY '999 ' CTE-PROG ' LIBERADAS: ' ACM-QTD-LIBERADAS
                   ' REJEITADOS: ' ACM-QTD-REJEITADOS.
       400000-SAIDA.
           EXIT.

      *--------------------------
       800000-LE-MOVIMENTO SECTION.
      *--------------------------
           READ T99F1268L INTO 1268L-REG-GERL
                AT END MOVE 'S' TO IND-FIM-MOV.
       800000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1267B
                 T99F1268L
                 T99F1268R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    O erro 001 ocorre antes da abertura dos demais arquivos,
      *    por isso encerra sem fecha-los.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Retencoes da triagem T99F'
                   '1267B nao pode ser aberto. STATUS: ' WS-STATUS-TRG.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo T99F1268L (movimen'
                   'to de liberacao) vazio.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Erro regravando retencao no'
                   ' T99F1267B. STATUS: ' WS-STATUS-TRG
                   ' CONTA: ' TRG-CTA.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1267B
                 T99F1268L
                 T99F1268R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
