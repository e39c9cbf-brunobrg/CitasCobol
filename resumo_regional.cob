
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1264.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Resumo gerencial do ciclo por agencia, regiao e
      *               diretoria. Le as saidas do T99P1237 de uma
      *               geracao - T99F132S (pagas), T99F132N (sem bonus,
      *               inclusive as rejeitadas), T99F1237E (rejeitadas),
      *               T99F1237D (retidas por bloqueio) e T99F1237I (IR
      *               retido) - e a hierarquia agencia/regiao/diretoria
      *               do T99F1264H, e imprime por nivel: contas
      *               processadas, pagas, sem bonus, rejeitadas,
      *               retidas, bruto, IR e liquido, a variacao do
      *               bruto contra o ciclo anterior e a participacao
      *               no total. O ciclo anterior vem do resumo por
      *               agencia que o proprio programa grava a cada
      *               ciclo (T99F1264S, recebido de volta como
      *               T99F1264A na execucao seguinte; ausente na
      *               primeira). Agencias que nao constam da
      *               hierarquia saem agrupadas como excecao.
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
            SELECT T99F1264H ASSIGN  TO  "T99F1264H.txt".
            SELECT T99F132S  ASSIGN  TO  "T99F132S.txt".
            SELECT T99F132N  ASSIGN  TO  "T99F132N.txt".
            SELECT T99F1237E ASSIGN  TO  "T99F1237E.txt".
            SELECT T99F1237D ASSIGN  TO  "T99F1237D.txt".
            SELECT T99F1237I ASSIGN  TO  "T99F1237I.txt".
            SELECT OPTIONAL T99F1264A
                             ASSIGN  TO  "T99F1264A.txt".
            SELECT T99F1264S ASSIGN  TO  "T99F1264S.txt".
            SELECT T99F1264R ASSIGN  TO  "T99F1264R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Hierarquia agencia -> regiao -> diretoria
       FD  T99F1264H.
       01  1264H-REGISTRO-FD           PIC  X(087).

      *    Saidas do T99P1237 da geracao (mesmos layouts)
       FD  T99F132S.
       01  132S-REGISTRO-FD            PIC  X(046).

       FD  T99F132N.
       01  132N-REGISTRO-FD            PIC  X(058).

       FD  T99F1237E.
       01  1237E-REGISTRO-FD           PIC  X(072).

       FD  T99F1237D.
       01  1237D-REGISTRO-FD           PIC  X(069).

       FD  T99F1237I.
       01  1237I-REGISTRO-FD           PIC  X(075).

      *    Resumo por agencia do ciclo anterior (opcional)
       FD  T99F1264A.
       01  1264A-REGISTRO-FD           PIC  X(060).

      *    Resumo por agencia deste ciclo, base do proximo
       FD  T99F1264S.
       01  1264S-REGISTRO-FD           PIC  X(060).

       FD  T99F1264R.
       01  1264R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-DIRETORIA          PIC   9(04).
           03  SORT-REGIAO             PIC   9(04).
           03  SORT-AGE                PIC   9(04).
           03  SORT-NOM-AGE            PIC   X(25).
           03  SORT-NOM-REGIAO         PIC   X(25).
           03  SORT-NOM-DIRETORIA      PIC   X(25).
           03  SORT-QTD-PROC           PIC   9(07).
           03  SORT-QTD-PAGAS          PIC   9(07).
           03  SORT-QTD-NQUAL          PIC   9(07).
           03  SORT-QTD-REJ            PIC   9(07).
           03  SORT-QTD-RET            PIC   9(07).
           03  SORT-VL-BRUTO           PIC   9(15)V99.
           03  SORT-VL-IRF             PIC   9(15)V99.
           03  SORT-VL-BRUTO-ANT       PIC   9(15)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1264 ***'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-AMD-GER                  PIC  9(08)       VALUE 0.
       77  IND-FIM-HIER                PIC  X(01)       VALUE 'N'.
           88  88-FIM-HIER                               VALUE 'S'.
       77  IND-FIM-ANT                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-ANT                                VALUE 'S'.
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.
       77  IND-TEM-ANTERIOR            PIC  X(01)       VALUE 'N'.
           88  88-TEM-ANTERIOR                           VALUE 'S'.
       77  WS-PRIMEIRO-REG             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRO-REG                           VALUE 'S'.

      *    Tabela de agencias, enderecada diretamente pelo codigo da
      *    agencia + 1 (a agencia 0000 pode aparecer em rejeitados)
       77  WS-SUB-AGE                  PIC  9(05)       VALUE 0.
       77  CNT-HIER                    PIC  9(05)       VALUE 0.
       77  CNT-AGE-RESUMO              PIC  9(05)       VALUE 0.
       77  CNT-AGE-EXCECAO             PIC  9(05)       VALUE 0.
       77  ACM-QTD-ANT                 PIC  9(07)       VALUE 0.

      *    Totais de conferencia de cada arquivo contra seu trailer
       77  ACM-SEQ-132                 PIC  S9(09)      VALUE 1.
       77  ACM-TOT-132                 PIC  S9(15)V99   VALUE 0.
       77  ACM-QTD-132N                PIC  9(09)       VALUE 0.
       77  ACM-QTD-1237E               PIC  9(09)       VALUE 0.
       77  ACM-QTD-1237D               PIC  9(09)       VALUE 0.
       77  ACM-QTD-1237I               PIC  9(09)       VALUE 0.
       77  ACM-TOT-IRF                 PIC  9(15)V99    VALUE 0.

      *    Quebras e percentuais da impressao
       77  WS-DIRETORIA-ANT            PIC  9(04)       VALUE 0.
       77  WS-REGIAO-ANT               PIC  9(04)       VALUE 0.
       77  WS-NOM-DIRETORIA-ANT        PIC  X(25)       VALUE SPACES.
       77  WS-NOM-REGIAO-ANT           PIC  X(25)       VALUE SPACES.
       77  WS-NIVEL                    PIC  9(01)       VALUE 0.
       77  WS-PCT-VARIACAO             PIC  S9(04)V9    VALUE 0.
       77  WS-PCT-PARTICIPACAO         PIC  9(03)V9     VALUE 0.
       77  WS-VL-LIQUIDO               PIC  9(15)V99    VALUE 0.
       77  WS-PCT-BRUTO                PIC  9(15)V99    VALUE 0.
       77  WS-PCT-BRUTO-ANT            PIC  9(15)V99    VALUE 0.

      *    Hierarquia, lida do T99F1264H
       01  1264H-REG-GERL.
           03  HIER-AGE                PIC   9(04).
           03  HIER-NOM-AGE            PIC   X(25).
           03  HIER-REGIAO             PIC   9(04).
           03  HIER-NOM-REGIAO         PIC   X(25).
           03  HIER-DIRETORIA          PIC   9(04).
           03  HIER-NOM-DIRETORIA      PIC   X(25).

       01  TAB-AGENCIAS.
           03  TAB-AGE-ITEM OCCURS 10000 TIMES.
               05  TAB-AGE-IND-HIER    PIC   X(01).
               05  TAB-AGE-IND-MOV     PIC   X(01).
               05  TAB-AGE-REGIAO      PIC   9(04).
               05  TAB-AGE-DIRETORIA   PIC   9(04).
               05  TAB-AGE-NOM-AGE     PIC   X(25).
               05  TAB-AGE-NOM-REGIAO  PIC   X(25).
               05  TAB-AGE-NOM-DIRETORIA
                                       PIC   X(25).
               05  TAB-AGE-QTD-PAGAS   PIC   9(07).
               05  TAB-AGE-QTD-132N    PIC   9(07).
               05  TAB-AGE-QTD-REJ     PIC   9(07).
               05  TAB-AGE-QTD-RET     PIC   9(07).
               05  TAB-AGE-VL-BRUTO    PIC   9(15)V99.
               05  TAB-AGE-VL-IRF      PIC   9(15)V99.
               05  TAB-AGE-VL-BRUTO-ANT
                                       PIC   9(15)V99.

      *    Acumulados por nivel: 1 = regiao, 2 = diretoria, 3 = total
       01  TAB-NIVEIS.
           03  TAB-NIVEL-ITEM OCCURS 3 TIMES.
               05  NIV-QTD-PROC        PIC   9(09).
               05  NIV-QTD-PAGAS       PIC   9(09).
               05  NIV-QTD-NQUAL       PIC   9(09).
               05  NIV-QTD-REJ         PIC   9(09).
               05  NIV-QTD-RET         PIC   9(09).
               05  NIV-VL-BRUTO        PIC   9(15)V99.
               05  NIV-VL-IRF          PIC   9(15)V99.
               05  NIV-VL-BRUTO-ANT    PIC   9(15)V99.

      *    Total geral do bruto, base da participacao
       77  ACM-VL-BRUTO-GERAL          PIC  9(15)V99    VALUE 0.

      *    Arquivo de bonus (mesmo layout do T99P1237)

      *    Detalhe
       01  132-REG-GERL.
           03  132-AGE                 PIC   9(04).
           03  132-CTA                 PIC   9(11).
           03  132-MCI                 PIC   9(09).
           03  132-VL-BONUS            PIC   9(15)V99.
           03  132-SEQ                 PIC   9(05).

      *    Header
       01  FILLER REDEFINES 132-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132-NOM-ARQ             PIC   X(08).
           03  132-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(15).

      *    Trailer
       01  FILLER REDEFINES 132-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132-VL-TOT-BONUS        PIC   9(15)V99.
           03  FILLER                  PIC   X(03).
           03  132-SOMAT-SEQ           PIC   9(11).

      *    Arquivo de contas sem bonus (mesmo layout do T99P1237)

      *    Detalhe
       01  132N-REG-GERL.
           03  132N-AGE                PIC   9(04).
           03  132N-CTA                PIC   9(11).
           03  132N-MCI                PIC   9(09).
           03  132N-VL-EXP             PIC   9(15)V99.
           03  132N-VL-IMP             PIC   9(15)V99.

      *    Header
       01  FILLER REDEFINES 132N-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132N-NOM-ARQ            PIC   X(08).
           03  132N-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(27).

      *    Trailer
       01  FILLER REDEFINES 132N-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  132N-SOMAT-SEQ          PIC   9(11).
           03  FILLER                  PIC   X(32).

      *    Registros rejeitados (mesmo layout do T99P1237)

      *    Detalhe
       01  1237E-REG-GERL.
           03  ERRO-AGE                PIC   9(04).
           03  ERRO-CTA                PIC   9(11).
           03  ERRO-MCI                PIC   9(09).
           03  ERRO-SEQ                PIC   9(05).
           03  ERRO-CODIGO             PIC   X(03).
           03  ERRO-MSG                PIC   X(40).

      *    Header
       01  FILLER REDEFINES 1237E-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  ERRO-NOM-ARQ            PIC   X(08).
           03  ERRO-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(41).

      *    Trailer
       01  FILLER REDEFINES 1237E-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  ERRO-SOMAT-SEQ          PIC   9(11).
           03  FILLER                  PIC   X(46).

      *    Bonus retido das contas bloqueadas (mesmo layout do
      *    T99P1237)

      *    Detalhe
       01  RET-REG-GERL.
           03  RET-AGE                 PIC   9(04).
           03  RET-CTA                 PIC   9(11).
           03  RET-MCI                 PIC   9(09).
           03  RET-VL-BONUS            PIC   9(15)V99.
           03  RET-VL-IRF              PIC   9(15)V99.
           03  RET-COD-BLOQ            PIC   X(03).
           03  RET-AMD-FIM-BLOQ        PIC   9(08).

      *    Header
       01  FILLER REDEFINES RET-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-NOM-ARQ             PIC   X(08).
           03  RET-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(38).

      *    Trailer
       01  FILLER REDEFINES RET-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-TOT-RETIDO          PIC   9(15)V99.
           03  RET-TOT-IRF             PIC   9(15)V99.
           03  RET-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(11).

      *    Retencoes de IR na fonte (mesmo layout do T99P1237)

      *    Detalhe
       01  IRF-REG-GERL.
           03  IRF-AGE                 PIC   9(04).
           03  IRF-CTA                 PIC   9(11).
           03  IRF-MCI                 PIC   9(09).
           03  IRF-VL-BONUS            PIC   9(15)V99.
           03  IRF-VL-IRF              PIC   9(15)V99.
           03  IRF-VL-LIQUIDO          PIC   9(15)V99.

      *    Header
       01  FILLER REDEFINES IRF-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  IRF-NOM-ARQ             PIC   X(08).
           03  IRF-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(44).

      *    Trailer
       01  FILLER REDEFINES IRF-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  IRF-TOT-IRF             PIC   9(15)V99.
           03  IRF-TOT-LIQUIDO         PIC   9(15)V99.
           03  IRF-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(17).

      *    Resumo por agencia (T99F1264S deste ciclo e T99F1264A do
      *    anterior)

      *    Detalhe
       01  RES-REG-GERL.
           03  RES-AGE                 PIC   9(04).
           03  RES-QTD-PROC            PIC   9(07).
           03  RES-QTD-PAGAS           PIC   9(07).
           03  RES-VL-BRUTO            PIC   9(15)V99.
           03  RES-VL-IRF              PIC   9(15)V99.
           03  FILLER                  PIC   X(08).

      *    Header
       01  FILLER REDEFINES RES-REG-GERL.
           03  FILLER                  PIC   X(04).
           03  RES-NOM-ARQ             PIC   X(08).
           03  RES-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(40).

      *    Trailer
       01  FILLER REDEFINES RES-REG-GERL.
           03  FILLER                  PIC   X(04).
           03  RES-QTD-AGENCIAS        PIC   9(07).
           03  RES-TOT-BRUTO           PIC   9(15)V99.
           03  FILLER                  PIC   X(32).

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(44)  VALUE
                     'RESUMO GERENCIAL DO BONUS POR REGIAO - GER.:'.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(11)  VALUE
                     '  ANTERIOR:'.
           03  LN1-AMD-ANT             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(48)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(30)  VALUE
                     'AGENCIA / REGIAO / DIRETORIA'.
           03  FILLER                  PIC   X(08)  VALUE ' PROCES.'.
           03  FILLER                  PIC   X(08)  VALUE '   PAGAS'.
           03  FILLER                  PIC   X(08)  VALUE ' S/BONUS'.
           03  FILLER                  PIC   X(08)  VALUE ' REJEIT.'.
           03  FILLER                  PIC   X(08)  VALUE ' RETIDAS'.
           03  FILLER                  PIC   X(15)  VALUE
                     '          BRUTO'.
           03  FILLER                  PIC   X(14)  VALUE
                     '      IR RET.'.
           03  FILLER                  PIC   X(15)  VALUE
                     '        LIQUIDO'.
           03  FILLER                  PIC   X(08)  VALUE ' VAR.%'.
           03  FILLER                  PIC   X(09)  VALUE ' PART.%'.

       01  LN-TIT-GRUPO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNTG-NIVEL              PIC   X(10).
           03  LNTG-CODIGO             PIC   9(04).
           03  FILLER                  PIC   X(03)  VALUE ' - '.
           03  LNTG-NOME               PIC   X(25).
           03  FILLER                  PIC   X(89)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-DESCRICAO           PIC   X(30).
           03  LND-QTD-PROC            PIC   ZZZZZZZ9.
           03  LND-QTD-PAGAS           PIC   ZZZZZZZ9.
           03  LND-QTD-NQUAL           PIC   ZZZZZZZ9.
           03  LND-QTD-REJ             PIC   ZZZZZZZ9.
           03  LND-QTD-RET             PIC   ZZZZZZZ9.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-VL-BRUTO            PIC   ZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-VL-IRF              PIC   ZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-VL-LIQUIDO          PIC   ZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-PCT-VARIACAO        PIC   -ZZZ9,9.
           03  LND-PCT-VARIACAO-X REDEFINES LND-PCT-VARIACAO
                                       PIC   X(07).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-PCT-PARTICIPACAO    PIC   ZZ9,9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.

       01  LN-DESCR-AGE.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LNDA-AGE                PIC   9(04).
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNDA-NOME               PIC   X(22).

       01  LN-DESCR-TOTAL.
           03  LNDT-NIVEL              PIC   X(10).
           03  LNDT-CODIGO             PIC   9(04).
           03  FILLER                  PIC   X(16)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

           PERFORM 300000-LE-PAGAS.
           PERFORM 320000-LE-SEM-BONUS.
           PERFORM 340000-LE-REJEITADAS.
           PERFORM 360000-LE-RETIDAS.
           PERFORM 380000-LE-IRF.

           PERFORM 450000-GRAVA-RESUMO.

      *    A ordenacao por diretoria/regiao/agencia monta as quebras
      *    do relatorio; as agencias fora da hierarquia ficam no fim,
      *    agrupadas sob o codigo 9999.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-DIRETORIA
                                 SORT-REGIAO
                                 SORT-AGE
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 900000-PROCED-FINAIS.

           IF  CNT-AGE-EXCECAO GREATER 0
               DISPLAY '888 ' CTE-PROG ' 015 - ' CNT-AGE-EXCECAO
                       ' AGENCIA(S) FORA DA HIERARQUIA T99F1264H.'
           END-IF.

           DISPLAY '999 ' CTE-PROG ' AGENCIAS: ' CNT-AGE-RESUMO
                   ' BRUTO: ' ACM-VL-BRUTO-GERAL.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           MOVE 1 TO WS-SUB-AGE.
           PERFORM 110000-ZERA-AGENCIA
               UNTIL WS-SUB-AGE GREATER 10000.

           OPEN INPUT  T99F1264H.
           PERFORM 120000-LE-HIERARQUIA-UM
               UNTIL 88-FIM-HIER.
           CLOSE T99F1264H.

           IF  CNT-HIER EQUAL 0
               PERFORM 999001-ERRO-001.

           OPEN INPUT  T99F132S
                       T99F132N
                       T99F1237E
                       T99F1237D
                       T99F1237I
                       T99F1264A
                OUTPUT T99F1264S
                       T99F1264R.

      *    Os cinco arquivos tem de ser da mesma geracao; o T99F132S
      *    da a data de referencia.
           READ T99F132S INTO 132-REG-GERL
                AT END PERFORM 999002-ERRO-002.
           IF  132-AGE NOT EQUAL 0
               PERFORM 999002-ERRO-002.
           MOVE 132-AMD-GER TO WS-AMD-GER
                               LN1-AMD-GER.

           READ T99F132N INTO 132N-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  132N-AGE NOT EQUAL 0
               OR 132N-AMD-GER NOT EQUAL WS-AMD-GER
               PERFORM 999003-ERRO-003.

           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  ERRO-AGE NOT EQUAL 0
               OR ERRO-AMD-GER NOT EQUAL WS-AMD-GER
               PERFORM 999003-ERRO-003.

           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  RET-AGE NOT EQUAL 0
               OR RET-AMD-GER NOT EQUAL WS-AMD-GER
               PERFORM 999003-ERRO-003.

           READ T99F1237I INTO IRF-REG-GERL
                AT END PERFORM 999003-ERRO-003.
           IF  IRF-AGE NOT EQUAL 0
               OR IRF-AMD-GER NOT EQUAL WS-AMD-GER
               PERFORM 999003-ERRO-003.

           PERFORM 140000-CARREGA-ANTERIOR.
       100000-SAIDA.
           EXIT.

      *-------------------------------
       110000-ZERA-AGENCIA SECTION.
      *-------------------------------
           MOVE 'N'    TO TAB-AGE-IND-HIER(WS-SUB-AGE)
                          TAB-AGE-IND-MOV(WS-SUB-AGE).
           MOVE 9999   TO TAB-AGE-REGIAO(WS-SUB-AGE)
                          TAB-AGE-DIRETORIA(WS-SUB-AGE).
           MOVE '*** FORA DA HIERARQUIA'
                       TO TAB-AGE-NOM-AGE(WS-SUB-AGE).
           MOVE 'AGENCIAS SEM HIERARQUIA'
                       TO TAB-AGE-NOM-REGIAO(WS-SUB-AGE).
           MOVE 'EXCECOES'
                       TO TAB-AGE-NOM-DIRETORIA(WS-SUB-AGE).
           MOVE 0      TO TAB-AGE-QTD-PAGAS(WS-SUB-AGE)
                          TAB-AGE-QTD-132N(WS-SUB-AGE)
                          TAB-AGE-QTD-REJ(WS-SUB-AGE)
                          TAB-AGE-QTD-RET(WS-SUB-AGE)
                          TAB-AGE-VL-BRUTO(WS-SUB-AGE)
                          TAB-AGE-VL-IRF(WS-SUB-AGE)
                          TAB-AGE-VL-BRUTO-ANT(WS-SUB-AGE).
           ADD 1 TO WS-SUB-AGE.
       110000-SAIDA.
           EXIT.

      *-------------------------------
       120000-LE-HIERARQUIA-UM SECTION.
      *-------------------------------
      *    Regiao e diretoria 0000 ou 9999 sao invalidas: o 9999 e o
      *    agrupamento das excecoes.
           READ T99F1264H INTO 1264H-REG-GERL
                AT END
                    MOVE 'S' TO IND-FIM-HIER
                NOT AT END
                    IF  HIER-REGIAO EQUAL 0 OR 9999
                        OR HIER-DIRETORIA EQUAL 0 OR 9999
                        OR HIER-AGE EQUAL 9999
                        PERFORM 999004-ERRO-004
                    END-IF
                    COMPUTE WS-SUB-AGE = HIER-AGE + 1
                    IF  TAB-AGE-IND-HIER(WS-SUB-AGE) EQUAL 'S'
                        PERFORM 999005-ERRO-005
                    END-IF
                    ADD 1 TO CNT-HIER
                    MOVE 'S'                TO
                         TAB-AGE-IND-HIER(WS-SUB-AGE)
                    MOVE HIER-REGIAO        TO
                         TAB-AGE-REGIAO(WS-SUB-AGE)
                    MOVE HIER-DIRETORIA     TO
                         TAB-AGE-DIRETORIA(WS-SUB-AGE)
                    MOVE HIER-NOM-AGE       TO
                         TAB-AGE-NOM-AGE(WS-SUB-AGE)
                    MOVE HIER-NOM-REGIAO    TO
                         TAB-AGE-NOM-REGIAO(WS-SUB-AGE)
                    MOVE HIER-NOM-DIRETORIA TO
                         TAB-AGE-NOM-DIRETORIA(WS-SUB-AGE)
           END-READ.
       120000-SAIDA.
           EXIT.

      *-------------------------------
       140000-CARREGA-ANTERIOR SECTION.
      *-------------------------------
      *    Resumo do ciclo anterior. Ausente ou vazio (primeiro ciclo),
      *    o relatorio sai sem a coluna de variacao.
           READ T99F1264A INTO RES-REG-GERL
                AT END MOVE 'S' TO IND-FIM-ANT.

           IF  88-FIM-ANT
               MOVE 0 TO LN1-AMD-ANT
               DISPLAY '888 ' CTE-PROG ' 014 - SEM RESUMO DO CICLO '
                       'ANTERIOR (T99F1264A) - SEM VARIACAO.'
               GO TO 140000-SAIDA
           END-IF.

           IF  RES-NOM-ARQ NOT EQUAL 'T99F1264'
               PERFORM 999006-ERRO-006.

           IF  RES-AMD-GER NOT LESS WS-AMD-GER
               PERFORM 999007-ERRO-007.

           MOVE 'S'         TO IND-TEM-ANTERIOR.
           MOVE RES-AMD-GER TO LN1-AMD-ANT.

           PERFORM 150000-LE-ANTERIOR-UM
               UNTIL RES-AGE EQUAL 9999.

           IF  RES-QTD-AGENCIAS NOT EQUAL ACM-QTD-ANT
               PERFORM 999008-ERRO-008.
       140000-SAIDA.
           EXIT.

      *-------------------------------
       150000-LE-ANTERIOR-UM SECTION.
      *-------------------------------
           READ T99F1264A INTO RES-REG-GERL
                AT END PERFORM 999008-ERRO-008.

           IF  RES-AGE NOT EQUAL 9999
               ADD 1 TO ACM-QTD-ANT
               COMPUTE WS-SUB-AGE = RES-AGE + 1
               MOVE 'S'          TO TAB-AGE-IND-MOV(WS-SUB-AGE)
               MOVE RES-VL-BRUTO TO TAB-AGE-VL-BRUTO-ANT(WS-SUB-AGE)
           END-IF.
       150000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1264R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1264R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1264R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1264R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1264R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-LE-PAGAS SECTION.
      *-----------------------------
      *    T99F132S: contas pagas e bruto, com a conferencia de
      *    somatorio de sequencial e total do trailer.
           PERFORM 310000-LE-PAGA-UMA
               UNTIL 132-AGE EQUAL 9999
                 AND 132-CTA EQUAL 99999999999.

           IF  132-SOMAT-SEQ NOT EQUAL ACM-SEQ-132
               OR 132-VL-TOT-BONUS NOT EQUAL ACM-TOT-132
               PERFORM 999009-ERRO-009.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       310000-LE-PAGA-UMA SECTION.
      *-----------------------------
           READ T99F132S INTO 132-REG-GERL
                AT END PERFORM 999010-ERRO-010.

           IF  132-AGE NOT EQUAL 9999
               OR 132-CTA NOT EQUAL 99999999999
               ADD 132-SEQ      TO ACM-SEQ-132
               ADD 132-VL-BONUS TO ACM-TOT-132
               COMPUTE WS-SUB-AGE = 132-AGE + 1
               MOVE 'S'         TO TAB-AGE-IND-MOV(WS-SUB-AGE)
               ADD 1            TO TAB-AGE-QTD-PAGAS(WS-SUB-AGE)
               ADD 132-VL-BONUS TO TAB-AGE-VL-BRUTO(WS-SUB-AGE)
                                   ACM-VL-BRUTO-GERAL
           END-IF.
       310000-SAIDA.
           EXIT.

      *-----------------------------
       320000-LE-SEM-BONUS SECTION.
      *-----------------------------
      *    T99F132N: toda conta lida que nao gerou bonus, inclusive
      *    as rejeitadas (o T99P1237 grava a rejeitada nos dois
      *    arquivos); a coluna "sem bonus" desconta as rejeitadas.
           PERFORM 330000-LE-SEM-BONUS-UMA
               UNTIL 132N-AGE EQUAL 9999
                 AND 132N-CTA EQUAL 99999999999.

           IF  132N-SOMAT-SEQ NOT EQUAL ACM-QTD-132N
               PERFORM 999011-ERRO-011.
       320000-SAIDA.
           EXIT.

      *-----------------------------
       330000-LE-SEM-BONUS-UMA SECTION.
      *-----------------------------
           READ T99F132N INTO 132N-REG-GERL
                AT END PERFORM 999012-ERRO-012.

           IF  132N-AGE NOT EQUAL 9999
               OR 132N-CTA NOT EQUAL 99999999999
               ADD 1 TO ACM-QTD-132N
               COMPUTE WS-SUB-AGE = 132N-AGE + 1
               MOVE 'S' TO TAB-AGE-IND-MOV(WS-SUB-AGE)
               ADD 1    TO TAB-AGE-QTD-132N(WS-SUB-AGE)
           END-IF.
       330000-SAIDA.
           EXIT.

      *-----------------------------
       340000-LE-REJEITADAS SECTION.
      *-----------------------------
           PERFORM 350000-LE-REJEITADA-UMA
               UNTIL ERRO-AGE EQUAL 9999
                 AND ERRO-CTA EQUAL 99999999999.

           IF  ERRO-SOMAT-SEQ NOT EQUAL ACM-QTD-1237E
               PERFORM 999011-ERRO-011.
       340000-SAIDA.
           EXIT.

      *-----------------------------
       350000-LE-REJEITADA-UMA SECTION.
      *-----------------------------
           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999012-ERRO-012.

           IF  ERRO-AGE NOT EQUAL 9999
               OR ERRO-CTA NOT EQUAL 99999999999
               ADD 1 TO ACM-QTD-1237E
               COMPUTE WS-SUB-AGE = ERRO-AGE + 1
               MOVE 'S' TO TAB-AGE-IND-MOV(WS-SUB-AGE)
               ADD 1    TO TAB-AGE-QTD-REJ(WS-SUB-AGE)
           END-IF.
       350000-SAIDA.
           EXIT.

      *-----------------------------
       360000-LE-RETIDAS SECTION.
      *-----------------------------
           PERFORM 370000-LE-RETIDA-UMA
               UNTIL RET-AGE EQUAL 9999
                 AND RET-CTA EQUAL 99999999999.

           IF  RET-QTD-CONTAS NOT EQUAL ACM-QTD-1237D
               PERFORM 999011-ERRO-011.
       360000-SAIDA.
           EXIT.

      *-----------------------------
       370000-LE-RETIDA-UMA SECTION.
      *-----------------------------
           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999012-ERRO-012.

           IF  RET-AGE NOT EQUAL 9999
               OR RET-CTA NOT EQUAL 99999999999
               ADD 1 TO ACM-QTD-1237D
               COMPUTE WS-SUB-AGE = RET-AGE + 1
               MOVE 'S' TO TAB-AGE-IND-MOV(WS-SUB-AGE)
               ADD 1    TO TAB-AGE-QTD-RET(WS-SUB-AGE)
           END-IF.
       370000-SAIDA.
           EXIT.

      *-----------------------------
       380000-LE-IRF SECTION.
      *-----------------------------
           PERFORM 390000-LE-IRF-UM
               UNTIL IRF-AGE EQUAL 9999
                 AND IRF-CTA EQUAL 99999999999.

           IF  IRF-QTD-CONTAS NOT EQUAL ACM-QTD-1237I
               OR IRF-TOT-IRF NOT EQUAL ACM-TOT-IRF
               PERFORM 999011-ERRO-011.
       380000-SAIDA.
           EXIT.

      *-----------------------------
       390000-LE-IRF-UM SECTION.
      *-----------------------------
           READ T99F1237I INTO IRF-REG-GERL
                AT END PERFORM 999012-ERRO-012.

           IF  IRF-AGE NOT EQUAL 9999
               OR IRF-CTA NOT EQUAL 99999999999
               ADD 1          TO ACM-QTD-1237I
               ADD IRF-VL-IRF TO ACM-TOT-IRF
               COMPUTE WS-SUB-AGE = IRF-AGE + 1
               ADD IRF-VL-IRF TO TAB-AGE-VL-IRF(WS-SUB-AGE)
           END-IF.
       390000-SAIDA.
           EXIT.

      *-----------------------------
       450000-GRAVA-RESUMO SECTION.
      *-----------------------------
      *    Resumo por agencia deste ciclo, que volta como T99F1264A
      *    na proxima execucao.
           MOVE SPACES     TO RES-REG-GERL.
           MOVE 0          TO RES-AGE.
           MOVE 'T99F1264' TO RES-NOM-ARQ.
           MOVE WS-AMD-GER TO RES-AMD-GER.
           WRITE 1264S-REGISTRO-FD FROM RES-REG-GERL.

           PERFORM 460000-GRAVA-RESUMO-AGE
               VARYING WS-SUB-AGE FROM 1 BY 1
               UNTIL WS-SUB-AGE GREATER 10000.

           MOVE SPACES             TO RES-REG-GERL.
           MOVE 9999               TO RES-AGE.
           MOVE CNT-AGE-RESUMO     TO RES-QTD-AGENCIAS.
           MOVE ACM-VL-BRUTO-GERAL TO RES-TOT-BRUTO.
           WRITE 1264S-REGISTRO-FD FROM RES-REG-GERL.
       450000-SAIDA.
           EXIT.

      *-----------------------------
       460000-GRAVA-RESUMO-AGE SECTION.
      *-----------------------------
      *    So agencias com movimento neste ciclo; a que so tinha
      *    movimento no anterior aparece no relatorio, mas nao passa
      *    adiante.
           IF  TAB-AGE-QTD-PAGAS(WS-SUB-AGE)
             + TAB-AGE-QTD-132N(WS-SUB-AGE)
             + TAB-AGE-QTD-RET(WS-SUB-AGE) GREATER 0
               MOVE SPACES TO RES-REG-GERL
               COMPUTE RES-AGE = WS-SUB-AGE - 1
               COMPUTE RES-QTD-PROC = TAB-AGE-QTD-PAGAS(WS-SUB-AGE)
                                    + TAB-AGE-QTD-132N(WS-SUB-AGE)
                                    + TAB-AGE-QTD-RET(WS-SUB-AGE)
               MOVE TAB-AGE-QTD-PAGAS(WS-SUB-AGE) TO RES-QTD-PAGAS
               MOVE TAB-AGE-VL-BRUTO(WS-SUB-AGE)  TO RES-VL-BRUTO
               MOVE TAB-AGE-VL-IRF(WS-SUB-AGE)    TO RES-VL-IRF
               WRITE 1264S-REGISTRO-FD FROM RES-REG-GERL
               ADD 1 TO CNT-AGE-RESUMO
           END-IF.
       460000-SAIDA.
           EXIT.

      *-----------------------------
       500000-IMPRIME-AGENCIA SECTION.
      *-----------------------------
           IF  88-PRIMEIRO-REG
               MOVE 'N' TO WS-PRIMEIRO-REG
               PERFORM 200000-IMPRIME-CABECALHO
               PERFORM 520000-ABRE-DIRETORIA
               PERFORM 530000-ABRE-REGIAO
           END-IF.

           IF  SORT-DIRETORIA NOT EQUAL WS-DIRETORIA-ANT
               PERFORM 540000-FECHA-REGIAO
               PERFORM 550000-FECHA-DIRETORIA
               PERFORM 520000-ABRE-DIRETORIA
               PERFORM 530000-ABRE-REGIAO
           ELSE
               IF  SORT-REGIAO NOT EQUAL WS-REGIAO-ANT
                   PERFORM 540000-FECHA-REGIAO
                   PERFORM 530000-ABRE-REGIAO
               END-IF
           END-IF.

           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SPACES       TO LN-DESCR-AGE.
           MOVE SORT-AGE     TO LNDA-AGE.
           MOVE SORT-NOM-AGE TO LNDA-NOME.
           MOVE LN-DESCR-AGE TO LND-DESCRICAO.

           MOVE SORT-QTD-PROC     TO LND-QTD-PROC.
           MOVE SORT-QTD-PAGAS    TO LND-QTD-PAGAS.
           MOVE SORT-QTD-NQUAL    TO LND-QTD-NQUAL.
           MOVE SORT-QTD-REJ      TO LND-QTD-REJ.
           MOVE SORT-QTD-RET      TO LND-QTD-RET.
           MOVE SORT-VL-BRUTO     TO LND-VL-BRUTO.
           MOVE SORT-VL-IRF       TO LND-VL-IRF.
           COMPUTE WS-VL-LIQUIDO = SORT-VL-BRUTO - SORT-VL-IRF.
           MOVE WS-VL-LIQUIDO     TO LND-VL-LIQUIDO.
           MOVE SORT-VL-BRUTO     TO WS-PCT-BRUTO.
           MOVE SORT-VL-BRUTO-ANT TO WS-PCT-BRUTO-ANT.
           PERFORM 580000-CALCULA-PERCENTUAIS.

           WRITE 1264R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.

           PERFORM 510000-ACUMULA-NIVEL
               VARYING WS-NIVEL FROM 1 BY 1
               UNTIL WS-NIVEL GREATER 3.
       500000-SAIDA.
           EXIT.

      *-----------------------------
       510000-ACUMULA-NIVEL SECTION.
      *-----------------------------
           ADD SORT-QTD-PROC     TO NIV-QTD-PROC(WS-NIVEL).
           ADD SORT-QTD-PAGAS    TO NIV-QTD-PAGAS(WS-NIVEL).
           ADD SORT-QTD-NQUAL    TO NIV-QTD-NQUAL(WS-NIVEL).
           ADD SORT-QTD-REJ      TO NIV-QTD-REJ(WS-NIVEL).
           ADD SORT-QTD-RET      TO NIV-QTD-RET(WS-NIVEL).
           ADD SORT-VL-BRUTO     TO NIV-VL-BRUTO(WS-NIVEL).
           ADD SORT-VL-IRF       TO NIV-VL-IRF(WS-NIVEL).
           ADD SORT-VL-BRUTO-ANT TO NIV-VL-BRUTO-ANT(WS-NIVEL).
       510000-SAIDA.
           EXIT.

      *-----------------------------
       520000-ABRE-DIRETORIA SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 46
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SORT-DIRETORIA     TO WS-DIRETORIA-ANT.
           MOVE SORT-NOM-DIRETORIA TO WS-NOM-DIRETORIA-ANT.
           MOVE 2                  TO WS-NIVEL.
           PERFORM 560000-ZERA-NIVEL.

           MOVE 'DIRETORIA '       TO LNTG-NIVEL.
           MOVE SORT-DIRETORIA     TO LNTG-CODIGO.
           MOVE SORT-NOM-DIRETORIA TO LNTG-NOME.
           WRITE 1264R-LINHA-FD FROM LN-TIT-GRUPO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       520000-SAIDA.
           EXIT.

      *-----------------------------
       530000-ABRE-REGIAO SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 48
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SORT-REGIAO        TO WS-REGIAO-ANT.
           MOVE SORT-NOM-REGIAO    TO WS-NOM-REGIAO-ANT.
           MOVE 1                  TO WS-NIVEL.
           PERFORM 560000-ZERA-NIVEL.

           MOVE ' REGIAO   '       TO LNTG-NIVEL.
           MOVE SORT-REGIAO        TO LNTG-CODIGO.
           MOVE SORT-NOM-REGIAO    TO LNTG-NOME.
           WRITE 1264R-LINHA-FD FROM LN-TIT-GRUPO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       530000-SAIDA.
           EXIT.

      *-----------------------------
       540000-FECHA-REGIAO SECTION.
      *-----------------------------
           MOVE SPACES          TO LN-DESCR-TOTAL.
           MOVE ' TOT.REG. '    TO LNDT-NIVEL.
           MOVE WS-REGIAO-ANT   TO LNDT-CODIGO.
           MOVE 1               TO WS-NIVEL.
           PERFORM 570000-IMPRIME-NIVEL.
       540000-SAIDA.
           EXIT.

      *-----------------------------
       550000-FECHA-DIRETORIA SECTION.
      *-----------------------------
           MOVE SPACES           TO LN-DESCR-TOTAL.
           MOVE 'TOT.DIRET.'     TO LNDT-NIVEL.
           MOVE WS-DIRETORIA-ANT TO LNDT-CODIGO.
           MOVE 2                TO WS-NIVEL.
           PERFORM 570000-IMPRIME-NIVEL.
           WRITE 1264R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       550000-SAIDA.
           EXIT.

      *-----------------------------
       560000-ZERA-NIVEL SECTION.
      *-----------------------------
           MOVE 0 TO NIV-QTD-PROC(WS-NIVEL)
                     NIV-QTD-PAGAS(WS-NIVEL)
                     NIV-QTD-NQUAL(WS-NIVEL)
                     NIV-QTD-REJ(WS-NIVEL)
                     NIV-QTD-RET(WS-NIVEL)
                     NIV-VL-BRUTO(WS-NIVEL)
                     NIV-VL-IRF(WS-NIVEL)
                     NIV-VL-BRUTO-ANT(WS-NIVEL).
       560000-SAIDA.
           EXIT.

      *-----------------------------
       570000-IMPRIME-NIVEL SECTION.
      *-----------------------------
      *    Linha de total do nivel em WS-NIVEL, com a descricao ja
      *    montada em LN-DESCR-TOTAL.
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE LN-DESCR-TOTAL            TO LND-DESCRICAO.
           MOVE NIV-QTD-PROC(WS-NIVEL)    TO LND-QTD-PROC.
           MOVE NIV-QTD-PAGAS(WS-NIVEL)   TO LND-QTD-PAGAS.
           MOVE NIV-QTD-NQUAL(WS-NIVEL)   TO LND-QTD-NQUAL.
           MOVE NIV-QTD-REJ(WS-NIVEL)     TO LND-QTD-REJ.
           MOVE NIV-QTD-RET(WS-NIVEL)     TO LND-QTD-RET.
           MOVE NIV-VL-BRUTO(WS-NIVEL)    TO LND-VL-BRUTO
                                             WS-PCT-BRUTO.
           MOVE NIV-VL-IRF(WS-NIVEL)      TO LND-VL-IRF.
           COMPUTE WS-VL-LIQUIDO = NIV-VL-BRUTO(WS-NIVEL)
                                 - NIV-VL-IRF(WS-NIVEL).
           MOVE WS-VL-LIQUIDO             TO LND-VL-LIQUIDO.
           MOVE NIV-VL-BRUTO-ANT(WS-NIVEL) TO WS-PCT-BRUTO-ANT.
           PERFORM 580000-CALCULA-PERCENTUAIS.

           WRITE 1264R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       570000-SAIDA.
           EXIT.

      *-----------------------------
       580000-CALCULA-PERCENTUAIS SECTION.
      *-----------------------------
      *    Variacao do bruto contra o ciclo anterior (em branco sem
      *    ciclo anterior ou sem bruto anterior na linha) e
      *    participacao no bruto total do ciclo, sobre WS-PCT-BRUTO
      *    e WS-PCT-BRUTO-ANT da linha corrente.
           IF  88-TEM-ANTERIOR
               AND WS-PCT-BRUTO-ANT GREATER 0
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                       (WS-PCT-BRUTO - WS-PCT-BRUTO-ANT) * 100
                     / WS-PCT-BRUTO-ANT
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-VARIACAO
               END-COMPUTE
               MOVE WS-PCT-VARIACAO TO LND-PCT-VARIACAO
           ELSE
               MOVE SPACES          TO LND-PCT-VARIACAO-X
           END-IF.

           IF  ACM-VL-BRUTO-GERAL GREATER 0
               COMPUTE WS-PCT-PARTICIPACAO ROUNDED =
                       WS-PCT-BRUTO * 100 / ACM-VL-BRUTO-GERAL
           ELSE
               MOVE 0 TO WS-PCT-PARTICIPACAO
           END-IF.
           MOVE WS-PCT-PARTICIPACAO TO LND-PCT-PARTICIPACAO.
       580000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Libera toda agencia com movimento neste ciclo ou no
      *    anterior.
           PERFORM 610000-LIBERA-AGENCIA
               VARYING WS-SUB-AGE FROM 1 BY 1
               UNTIL WS-SUB-AGE GREATER 10000.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       610000-LIBERA-AGENCIA SECTION.
      *-------------------------------
           IF  TAB-AGE-IND-MOV(WS-SUB-AGE) EQUAL 'S'
               MOVE TAB-AGE-DIRETORIA(WS-SUB-AGE) TO SORT-DIRETORIA
               MOVE TAB-AGE-REGIAO(WS-SUB-AGE)    TO SORT-REGIAO
               COMPUTE SORT-AGE = WS-SUB-AGE - 1
               MOVE TAB-AGE-NOM-AGE(WS-SUB-AGE)   TO SORT-NOM-AGE
               MOVE TAB-AGE-NOM-REGIAO(WS-SUB-AGE)
                                               TO SORT-NOM-REGIAO
               MOVE TAB-AGE-NOM-DIRETORIA(WS-SUB-AGE)
                                               TO SORT-NOM-DIRETORIA
               COMPUTE SORT-QTD-PROC = TAB-AGE-QTD-PAGAS(WS-SUB-AGE)
                                     + TAB-AGE-QTD-132N(WS-SUB-AGE)
                                     + TAB-AGE-QTD-RET(WS-SUB-AGE)
               MOVE TAB-AGE-QTD-PAGAS(WS-SUB-AGE) TO SORT-QTD-PAGAS
               COMPUTE SORT-QTD-NQUAL = TAB-AGE-QTD-132N(WS-SUB-AGE)
                                      - TAB-AGE-QTD-REJ(WS-SUB-AGE)
               MOVE TAB-AGE-QTD-REJ(WS-SUB-AGE)   TO SORT-QTD-REJ
               MOVE TAB-AGE-QTD-RET(WS-SUB-AGE)   TO SORT-QTD-RET
               MOVE TAB-AGE-VL-BRUTO(WS-SUB-AGE)  TO SORT-VL-BRUTO
               MOVE TAB-AGE-VL-IRF(WS-SUB-AGE)    TO SORT-VL-IRF
               MOVE TAB-AGE-VL-BRUTO-ANT(WS-SUB-AGE)
                                               TO SORT-VL-BRUTO-ANT
               IF  TAB-AGE-IND-HIER(WS-SUB-AGE) NOT EQUAL 'S'
                   ADD 1 TO CNT-AGE-EXCECAO
               END-IF
               RELEASE SORT-REG
           END-IF.
       610000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
           MOVE 3 TO WS-NIVEL.
           PERFORM 560000-ZERA-NIVEL.

           PERFORM 660000-RETORNA-UMA-AGENCIA
               UNTIL 88-FIM-SORT.

           IF  88-PRIMEIRO-REG
               PERFORM 200000-IMPRIME-CABECALHO
           ELSE
               PERFORM 540000-FECHA-REGIAO
               PERFORM 550000-FECHA-DIRETORIA
           END-IF.

           MOVE SPACES           TO LN-DESCR-TOTAL.
           MOVE 'TOTAL GERAL'    TO LN-DESCR-TOTAL.
           MOVE 3                TO WS-NIVEL.
           PERFORM 570000-IMPRIME-NIVEL.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UMA-AGENCIA SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 500000-IMPRIME-AGENCIA
           END-RETURN.
       660000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F132S
                 T99F132N
                 T99F1237E
                 T99F1237D
                 T99F1237I
                 T99F1264A
                 T99F1264S
                 T99F1264R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001, 004 e 005 ocorrem na carga da hierarquia,
      *    antes da abertura dos demais arquivos.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Hierarquia T99F1264H '
                   'vazia.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - T99F132S vazio ou sem '
                   'header.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - T99F132N, T99F1237E, '
                   'T99F1237D OU T99F1237I SEM HEADER OU DE OUTRA'
                   ' GERACAO.'.
           DISPLAY '888 ' CTE-PROG ' 003 - Geracao do T99F132S: '
                   WS-AMD-GER.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Registro invalido na '
                   'hierarquia T99F1264H.'.
           DISPLAY '888 ' CTE-PROG ' 004 - AGE: ' HIER-AGE
                   ' REGIAO: ' HIER-REGIAO ' DIRETORIA: '
                   HIER-DIRETORIA.
           CLOSE T99F1264H.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Agencia duplicada na '
                   'hierarquia T99F1264H: ' HIER-AGE.
           CLOSE T99F1264H.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Arquivo T99F1264A nao e '
                   'um resumo T99F1264.'.
           PERFORM 999999-CANCELAR.

       999007-ERRO-007.
           DISPLAY '888 ' CTE-PROG ' 007 - RESUMO ANTERIOR NAO E DE '
                   'GERACAO ANTERIOR A ATUAL.'.
           DISPLAY '888 ' CTE-PROG ' 007 - Atual: ' WS-AMD-GER
                   ' Anterior: ' RES-AMD-GER.
           PERFORM 999999-CANCELAR.

       999008-ERRO-008.
           DISPLAY '888 ' CTE-PROG ' 008 - T99F1264A sem trailer ou '
                   'com quantidade de agencias divergente.'.
           PERFORM 999999-CANCELAR.

       999009-ERRO-009.
           DISPLAY '888 ' CTE-PROG ' 009 - TRAILER DO T99F132S NAO '
                   'CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 009 - Sequencial: ' ACM-SEQ-132
                   ' Trailer: ' 132-SOMAT-SEQ.
           DISPLAY '888 ' CTE-PROG ' 009 - Total: ' ACM-TOT-132
                   ' Trailer: ' 132-VL-TOT-BONUS.
           PERFORM 999999-CANCELAR.

       999010-ERRO-010.
           DISPLAY '888 ' CTE-PROG ' 010 - T99F132S sem trailer.'.
           PERFORM 999999-CANCELAR.

       999011-ERRO-011.
           DISPLAY '888 ' CTE-PROG ' 011 - TRAILER DO T99F132N, '
                   'T99F1237E, T99F1237D OU T99F1237I NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 011 - 132N: ' ACM-QTD-132N
                   ' 1237E: ' ACM-QTD-1237E
                   ' 1237D: ' ACM-QTD-1237D
                   ' 1237I: ' ACM-QTD-1237I.
           PERFORM 999999-CANCELAR.

       999012-ERRO-012.
           DISPLAY '888 ' CTE-PROG ' 012 - T99F132N, T99F1237E, '
                   'T99F1237D OU T99F1237I sem trailer.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F132S
                 T99F132N
                 T99F1237E
                 T99F1237D
                 T99F1237I
                 T99F1264A
                 T99F1264S
                 T99F1264R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
