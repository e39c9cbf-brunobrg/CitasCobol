      *                                    situacao completa da conta
      *                                    (T99F132S, T99F132N ou
      *                                    T99F1237E)
      *VRS004-15/10/2026-F8367856-Rafael   Registro da trilha T99F1237A
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
           03  CTRL-QTD-REJEITADOS     PIC   9(09).
           03  CTRL-VL-TOT-BONUS       PIC   9(15)V99.
           03  CTRL-IND-SIM            PIC   X(01).
           03  FILLER                  PIC   X(07).

      *    Pedido de consulta, lido do T99F1240E
       01  1240E-REG-GERL.
