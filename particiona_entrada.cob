
      *VRS001-02/09/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Todas as contas de um
      *                                    cliente (434-MCI) na mesma
      *                                    fatia, para o teto anual
      *                                    por cliente valer no
      *                                    processamento particionado
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
      *               em paralelo (cada uma com seus proprios arquivos
      *               de saida e de checkpoint alocados pelo job). As
      *               saidas parciais sao recombinadas pelo T99P1253.
      *               Um cliente (434-MCI) nunca fica dividido entre
      *               fatias: a fatia da primeira conta do cliente
      *               recebe as demais, para que o teto anual de bonus
      *               por cliente do T99P1237 seja apurado numa unica
      *               instancia.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------
       77  IND-PART-ACHADA             PIC  X(01)       VALUE 'N'.
           88  88-PART-ACHADA                            VALUE 'S'.

      *    Fatia ja atribuida a cada cliente (434-MCI): as demais
      *    contas do cliente seguem a fatia da primeira conta
       77  CNT-CLIENTES                PIC  9(05)       VALUE 0.
       77  WS-SUB-CLI                  PIC  9(05)       VALUE 0.
       77  IND-CLI-ACHADO              PIC  X(01)       VALUE 'N'.
           88  88-CLI-ACHADO                             VALUE 'S'.

       01  TAB-CLIENTES.
           03  TAB-CLI-ITEM OCCURS 20000 TIMES.
               05  TAB-CLI-MCI         PIC   9(09).
               05  TAB-CLI-PART        PIC   9(01).

      *    999999-CANCELAR so fecha as particoes depois de 130000 as
      *    ter aberto (os erros de header ocorrem antes disso).
       77  IND-PARTS-ABERTAS           PIC  X(01)       VALUE 'N'.
      *-----------------------------
      *    Escolhe a fatia pelo primeiro limite superior que cobre a
      *    agencia; acima do ultimo limite, a ultima fatia recebe o
      *    detalhe. Cliente ja visto segue a fatia da sua primeira
      *    conta, qualquer que seja a agencia desta.
      *    O sequencial ORIGINAL e somado no acumulador de
      *    conferencia do trailer de entrada ANTES de ser substituido
      *    pelo sequencial da fatia (que so vale para o trailer
      *    recomputado que o T99P1237 vai conferir).
           ADD 434-SEQ TO ACM-SEQ-434.

           MOVE 'N' TO IND-CLI-ACHADO.
           PERFORM 330000-BUSCA-CLIENTE
               VARYING WS-SUB-CLI FROM 1 BY 1
               UNTIL WS-SUB-CLI GREATER CNT-CLIENTES
                  OR 88-CLI-ACHADO.

           IF  NOT 88-CLI-ACHADO
               MOVE 'N'      TO IND-PART-ACHADA
               MOVE PART-QTD TO WS-PARTICAO
               PERFORM 310000-ESCOLHE-PARTICAO
                   VARYING WS-SUB-PART FROM 1 BY 1
                   UNTIL WS-SUB-PART GREATER PART-QTD
                      OR 88-PART-ACHADA
               PERFORM 340000-REGISTRA-CLIENTE
           END-IF.

           ADD 1 TO TAB-PART-CNT-SEQ(WS-PARTICAO).
           ADD TAB-PART-CNT-SEQ(WS-PARTICAO)
       310000-SAIDA.
           EXIT.

      *-----------------------------
       330000-BUSCA-CLIENTE SECTION.
      *-----------------------------
           IF  TAB-CLI-MCI(WS-SUB-CLI) EQUAL 434-MCI
               MOVE 'S'                      TO IND-CLI-ACHADO
               MOVE TAB-CLI-PART(WS-SUB-CLI) TO WS-PARTICAO
           END-IF.
       330000-SAIDA.
           EXIT.

      *-----------------------------
       340000-REGISTRA-CLIENTE SECTION.
      *-----------------------------
           IF  CNT-CLIENTES NOT LESS 20000
               PERFORM 999013-ERRO-013.

           ADD 1 TO CNT-CLIENTES.
           MOVE 434-MCI     TO TAB-CLI-MCI(CNT-CLIENTES).
           MOVE WS-PARTICAO TO TAB-CLI-PART(CNT-CLIENTES).
       340000-SAIDA.
           EXIT.

      *-----------------------------
       320000-GRAVA-NA-PARTICAO SECTION.
      *-----------------------------
           DISPLAY '888 ' CTE-PROG ' 012 - T99F434 COM REGISTROS APOS '
                   'O TRAILER.'.
           PERFORM 999999-CANCELAR.

       999013-ERRO-013.
           DISPLAY '888 ' CTE-PROG ' 013 - TABELA DE CLIENTES POR FATIA'
                   ' ESTOUROU (MAXIMO 20000 CLIENTES).'.
           DISPLAY '888 ' CTE-PROG ' 013 - MCI: ' 434-MCI.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
