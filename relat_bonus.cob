      *VRS005-23/08/2026-F8367856-Rafael   Trilha de execucao no
      *                                    T99F1237A (inicio/fim com
      *                                    contadores)
      *VRS006-15/10/2026-F8367856-Rafael   Registro da trilha T99F1237A
      *                                    com 85 posicoes (numero da
      *                                    versao de parametros)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*

      *    Trilha de execucao da esteira do bonus
       FD  T99F1237A.
       01  1237A-REGISTRO-FD           PIC  X(085).

       SD  SORT-WORK.
       01  SORT-REG.
           03  CTRL-IND-SIM            PIC   X(01).
           03  CTRL-IND-CONCIL         PIC   X(01).
           03  CTRL-IND-FORCA          PIC   X(01).
           03  FILLER                  PIC   X(05).

      *    Arquivo de bonus (mesmo layout do T99P1237)

