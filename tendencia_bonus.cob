
      *VRS001-02/09/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Situacao 'E' (ciclo
      *                                    estornado pelo T99P1258)
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
               88  88-ARQV-COM-BONUS                  VALUE 'B'.
               88  88-ARQV-SEM-BONUS                   VALUE 'N'.
               88  88-ARQV-REJEITADA                   VALUE 'R'.
               88  88-ARQV-ESTORNADA                   VALUE 'E'.
           03  ARQV-COD-ERRO           PIC   X(03).

      *    Pedido da tendencia (conta e quantidade de ciclos)
                   MOVE 'SEM' TO LNCI-SITUACAO
               WHEN 'R'
                   MOVE 'REJ' TO LNCI-SITUACAO
               WHEN 'E'
                   MOVE 'EST' TO LNCI-SITUACAO
               WHEN OTHER
                   MOVE TAB-CIC-SITUACAO(WS-SUB-CICLO)
                        TO LNCI-SITUACAO
