      *                                    conciliacao (T99P1239) e de
      *                                    liberacao forcada (T99P1244)
      *                                    gravados na trilha
      *VRS003-15/10/2026-F8367856-Rafael   Coluna da versao de
      *                                    parametros usada no calculo
      *                                    (T99P1237 e T99P1245)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
      *------------
      *    Trilha de execucao da esteira do bonus
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).

       FD  T99F1246R.
       01  1246R-LINHA-FD              PIC  X(132).
       77  ACM-QTD-CANCELADOS          PIC  9(09)       VALUE 0.

      *    Registro da trilha de execucao (mesmo layout dos quatro
      *    programas da esteira). A versao de parametros so vem
      *    preenchida pelo T99P1237 e pelo T99P1245 (em branco nos
      *    demais e nos registros gravados antes dela).
       01  CTRL-REG-GERL.
           03  CTRL-PROGRAMA           PIC   X(08).
           03  CTRL-AMD-GER            PIC   9(08).
           03  CTRL-IND-SIM            PIC   X(01).
           03  CTRL-IND-CONCIL         PIC   X(01).
           03  CTRL-IND-FORCA          PIC   X(01).
           03  CTRL-NUM-VERSAO         PIC   X(05).

      *    Linhas do relatorio

           03  FILLER                  PIC   X(04)  VALUE 'SIM'.
           03  FILLER                  PIC   X(04)  VALUE 'CON'.
           03  FILLER                  PIC   X(04)  VALUE 'FOR'.
           03  FILLER                  PIC   X(06)  VALUE 'VERSAO'.
           03  FILLER                  PIC   X(26)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-IND-CONCIL          PIC   X(01).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-IND-FORCA           PIC   X(01).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-NUM-VERSAO          PIC   X(05).
           03  FILLER                  PIC   X(23)  VALUE SPACE.

       01  LN-RESUMO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           MOVE CTRL-IND-SIM       TO LND-IND-SIM.
           MOVE CTRL-IND-CONCIL    TO LND-IND-CONCIL.
           MOVE CTRL-IND-FORCA     TO LND-IND-FORCA.
           MOVE CTRL-NUM-VERSAO    TO LND-NUM-VERSAO.

           WRITE 1246R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
