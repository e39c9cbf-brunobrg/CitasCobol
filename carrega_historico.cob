
      *VRS001-02/09/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Situacao 'E' gravada pelo
      *                                    estorno T99P1258; a carga
      *                                    do ciclo recalculado
      *                                    regrava o registro
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
               88  88-ARQV-COM-BONUS                  VALUE 'B'.
               88  88-ARQV-SEM-BONUS                   VALUE 'N'.
               88  88-ARQV-REJEITADA                   VALUE 'R'.
               88  88-ARQV-ESTORNADA                   VALUE 'E'.
           03  ARQV-COD-ERRO           PIC   X(03).
      *-----------------------
       WORKING-STORAGE SECTION.
