
      *VRS001-02/09/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Recombinacao das parciais
      *                                    do arquivo de cortes pelo
      *                                    teto anual T99F1237K
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
      *               o T99F1253D (parciais do bonus retido
      *               T99F1237D) sao recombinados da mesma forma,
      *               para o T99P1244/T99P1250 e o T99P1256/T99P1257
      *               receberem arquivos unicos. O T99F1253K (parciais
      *               dos cortes pelo teto anual T99F1237K) vai para o
      *               T99P1259 pelo mesmo caminho.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------
            SELECT T99F1253E ASSIGN  TO  "T99F1253E.txt".
            SELECT T99F1253I ASSIGN  TO  "T99F1253I.txt".
            SELECT T99F1253D ASSIGN  TO  "T99F1253D.txt".
            SELECT T99F1253K ASSIGN  TO  "T99F1253K.txt".
            SELECT T99F132S  ASSIGN  TO  "T99F132S.txt".
            SELECT T99F132N  ASSIGN  TO  "T99F132N.txt".
            SELECT T99F1237E ASSIGN  TO  "T99F1237E.txt".
            SELECT T99F1237I ASSIGN  TO  "T99F1237I.txt".
            SELECT T99F1237D ASSIGN  TO  "T99F1237D.txt".
            SELECT T99F1237K ASSIGN  TO  "T99F1237K.txt".
      *------------
       DATA DIVISION.
      *------------
       FD  T99F1253D.
       01  1253D-REGISTRO-FD           PIC  X(069).

       FD  T99F1253K.
       01  1253K-REGISTRO-FD           PIC  X(092).

      *    Arquivos unicos recombinados (mesmos layouts do T99P1237)
       FD  T99F132S.
       01  132S-REGISTRO-FD            PIC  X(046).

       FD  T99F1237D.
       01  1237D-REGISTRO-FD           PIC  X(069).

       FD  T99F1237K.
       01  1237K-REGISTRO-FD           PIC  X(092).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  IND-FIM-1253D               PIC  X(01)       VALUE 'N'.
           88  88-FIM-1253D                              VALUE 'S'.

      *    Recombinacao do T99F1237K (cortes pelo teto anual)
       77  ACM-QTD-CORTE               PIC  S9(09)      VALUE 0.
       77  ACM-TOT-ORIGINAL-CORTE      PIC  S9(15)V99   VALUE 0.
       77  ACM-TOT-CONCEDIDO-CORTE     PIC  S9(15)V99   VALUE 0.
       77  ACM-QTD-PARTE-K             PIC  S9(09)      VALUE 0.
       77  ACM-ORIG-PARTE              PIC  S9(15)V99   VALUE 0.
       77  CNT-PARTES-CORTE            PIC  9(03)       VALUE 0.
       77  IND-FIM-1253K               PIC  X(01)       VALUE 'N'.
           88  88-FIM-1253K                              VALUE 'S'.

      *    Arquivo de bonus (mesmo layout do T99P1237)

      *    Detalhe
           03  RET-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(11).

      *    Cortes pelo teto anual (mesmo layout do T99P1237)

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
           PERFORM 500000-RECOMBINA-1237E.
           PERFORM 600000-RECOMBINA-1237I.
           PERFORM 700000-RECOMBINA-1237D.
           PERFORM 750000-RECOMBINA-1237K.

           DISPLAY '999 ' CTE-PROG ' PARTES 132S: ' CNT-PARTES-132
                   ' 132N: ' CNT-PARTES-132N
                   ' 1237E: ' CNT-PARTES-ERRO
                   ' 1237I: ' CNT-PARTES-IRF
                   ' 1237D: ' CNT-PARTES-RET
                   ' 1237K: ' CNT-PARTES-CORTE.
           DISPLAY '999 ' CTE-PROG ' TOTAL BONUS: ' ACM-TOT-BONUS.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.
       720000-SAIDA.
           EXIT.

      *-----------------------------
       750000-RECOMBINA-1237K SECTION.
      *-----------------------------
           OPEN INPUT  T99F1253K
                OUTPUT T99F1237K.

           PERFORM 860000-LE-1253K.
           IF  88-FIM-1253K
               PERFORM 999029-ERRO-029.

           PERFORM 770000-VALIDA-HDR-1237K.

           MOVE SPACES         TO CORT-REG-GERL.
           MOVE 0              TO CORT-AGE
                                  CORT-CTA.
           MOVE 'T99F1237'     TO CORT-NOM-ARQ.
           MOVE WS-AMD-GER-REF TO CORT-AMD-GER.
           WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL.

           PERFORM 760000-UMA-PARTE-1237K
               UNTIL 88-FIM-1253K.

           MOVE SPACES         TO CORT-REG-GERL.
           MOVE 9999           TO CORT-AGE.
           MOVE 99999999999    TO CORT-CTA.
           MOVE ACM-TOT-ORIGINAL-CORTE
                               TO CORT-TOT-ORIGINAL.
           MOVE ACM-TOT-CONCEDIDO-CORTE
                               TO CORT-TOT-CONCEDIDO.
           MOVE ACM-QTD-CORTE  TO CORT-QTD-CONTAS.
           WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL.

           CLOSE T99F1253K
                 T99F1237K.
       750000-SAIDA.
           EXIT.

      *-----------------------------
       760000-UMA-PARTE-1237K SECTION.
      *-----------------------------
      *    Mesma mecanica de 310000: o header da parcial corrente ja
      *    foi validado quando lido.
           MOVE 0 TO ACM-QTD-PARTE-K.
           MOVE 0 TO ACM-ORIG-PARTE.

           PERFORM 765000-LE-DET-1237K
               UNTIL CORT-AGE EQUAL 9999.

           IF  CORT-QTD-CONTAS NOT EQUAL ACM-QTD-PARTE-K
               PERFORM 999031-ERRO-031.
           IF  CORT-TOT-ORIGINAL NOT EQUAL ACM-ORIG-PARTE
               PERFORM 999032-ERRO-032.

           ADD 1 TO CNT-PARTES-CORTE.

           PERFORM 860000-LE-1253K.
           IF  NOT 88-FIM-1253K
               PERFORM 770000-VALIDA-HDR-1237K
           END-IF.
       760000-SAIDA.
           EXIT.

      *-----------------------------
       765000-LE-DET-1237K SECTION.
      *-----------------------------
           READ T99F1253K INTO CORT-REG-GERL
                AT END PERFORM 999033-ERRO-033.

           IF  CORT-AGE NOT EQUAL 9999
               ADD 1                 TO ACM-QTD-PARTE-K
               ADD CORT-VL-ORIGINAL  TO ACM-ORIG-PARTE
               ADD 1                 TO ACM-QTD-CORTE
               ADD CORT-VL-ORIGINAL  TO ACM-TOT-ORIGINAL-CORTE
               ADD CORT-VL-CONCEDIDO TO ACM-TOT-CONCEDIDO-CORTE
               WRITE 1237K-REGISTRO-FD FROM CORT-REG-GERL
           END-IF.
       765000-SAIDA.
           EXIT.

      *-----------------------------
       770000-VALIDA-HDR-1237K SECTION.
      *-----------------------------
           IF  CORT-AGE NOT EQUAL 0
               OR CORT-CTA NOT EQUAL 0
               OR CORT-NOM-ARQ NOT EQUAL 'T99F1237'
               PERFORM 999030-ERRO-030.
           IF  CORT-AMD-GER NOT EQUAL WS-AMD-GER-REF
               PERFORM 999034-ERRO-034.
       770000-SAIDA.
           EXIT.

      *--------------------------
       850000-LE-1253D SECTION.
      *--------------------------
       850000-SAIDA.
           EXIT.

      *--------------------------
       860000-LE-1253K SECTION.
      *--------------------------
           READ T99F1253K INTO CORT-REG-GERL
                AT END MOVE 'S' TO IND-FIM-1253K.
       860000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
           DISPLAY '888 ' CTE-PROG ' 028 - Parcial do T99F1253D com '
                   'data de geracao diferente da referencia.'.
           PERFORM 999999-CANCELAR.

       999029-ERRO-029.
           DISPLAY '888 ' CTE-PROG ' 029 - Arquivo T99F1253K (parciais'
                   ' do T99F1237K) vazio.'.
           PERFORM 999999-CANCELAR.

       999030-ERRO-030.
           DISPLAY '888 ' CTE-PROG ' 030 - Parcial sem header T99F1237'
                   ' na posicao esperada do T99F1253K.'.
           PERFORM 999999-CANCELAR.

       999031-ERRO-031.
           DISPLAY '888 ' CTE-PROG ' 031 - CONTAGEM DO TRAILER DE UMA '
                   'PARCIAL DO T99F1253K NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 031 - Esperado: '
                   ACM-QTD-PARTE-K.
           DISPLAY '888 ' CTE-PROG ' 031 - Recebido: ' CORT-QTD-CONTAS.
           PERFORM 999999-CANCELAR.

       999032-ERRO-032.
           DISPLAY '888 ' CTE-PROG ' 032 - TOTAL CALCULADO DO TRAILER '
                   'DE UMA PARCIAL DO T99F1253K NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 032 - Esperado: ' ACM-ORIG-PARTE.
           DISPLAY '888 ' CTE-PROG ' 032 - Recebido: '
                   CORT-TOT-ORIGINAL.
           PERFORM 999999-CANCELAR.

       999033-ERRO-033.
           DISPLAY '888 ' CTE-PROG ' 033 - Parcial do T99F1253K sem '
                   'trailer.'.
           PERFORM 999999-CANCELAR.

       999034-ERRO-034.
           DISPLAY '888 ' CTE-PROG ' 034 - Parcial do T99F1253K com '
                   'data de geracao diferente da referencia.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
