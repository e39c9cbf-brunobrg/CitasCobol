      *                                    divergente), consumido pelo
      *                                    T99P1244 como condicao para
      *                                    gerar o T99F1244C
      *VRS007-15/10/2026-F8367856-Rafael   Registro da trilha T99F1237A
      *                                    com 85 posicoes (numero da
      *                                    versao de parametros)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*

      *    Trilha de execucao da esteira do bonus
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
               88  88-CONCIL-LIMPA                     VALUE 'L'.
               88  88-CONCIL-DIVERGENTE                VALUE 'D'.
           03  CTRL-IND-FORCA          PIC   X(01).
           03  FILLER                  PIC   X(05).

       01  TAB-DET-132.
           03  TAB-132-ITEM OCCURS 5000 TIMES INDEXED BY IDX-132.
