       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL12.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Aging de contas a receber por cliente: lista *
                      *  os titulos em aberto de ReceberReg com       *
                      *  vencimento, dias de atraso e saldo na faixa  *
                      *  correspondente (a vencer, 1-30, 31-60, 61-90 *
                      *  e mais de 90 dias), com totais por faixa     *
                      *  para cada cliente e geral. Parametro: data   *
                      *  de referencia AAAAMMDD (sem parametro, a     *
                      *  data do dia)                                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ReceberReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS REC-FATURA
                  ALTERNATE RECORD KEY IS REC-COD-CLIENTE
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ReceberReg.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT WorkReceber ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD  ReceberReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ReceberReg.

       01  RECEBER-REG.
           05 REC-FATURA                  PIC  9(006).
           05 REC-COD-CLIENTE             PIC  9(006).
           05 REC-NOME-CLIENTE            PIC  X(030).
           05 REC-PEDIDO                  PIC  9(006).
           05 REC-DATA-EMISSAO            PIC  9(008).
           05 REC-DATA-VENCTO             PIC  9(008).
           05 REC-VALOR                   PIC  9(009)V99.
           05 REC-VALOR-PAGO              PIC  9(009)V99.
           05 REC-DATA-ULT-PAGTO          PIC  9(008).
           05 REC-SITUACAO                PIC  X(001).
              88 REC-ABERTO                   VALUE "A".
              88 REC-PARCIAL                  VALUE "P".
              88 REC-LIQUIDADO                VALUE "L".
           05 REC-OPERADOR                PIC  9(003).

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       SD  WorkReceber.

       01  WR-REG.
           05 WR-COD-CLIENTE              PIC  9(006).
           05 WR-DATA-VENCTO              PIC  9(008).
           05 WR-FATURA                   PIC  9(006).
           05 WR-NOME-CLIENTE             PIC  X(030).
           05 WR-DIAS-ATRASO              PIC  9(005).
           05 WR-FAIXA                    PIC  9(001).
           05 WR-SALDO                    PIC  9(009)V99.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-ReceberReg               PIC  X(002) VALUE "00".
           05 LB-ReceberReg               PIC  X(050) VALUE
              "ReceberReg".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL12.LST".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-DATA-PARM                PIC  9(008) VALUE ZEROS.
           05 WS-DIAS-REFERENCIA          PIC  9(007) VALUE ZEROS.
           05 WS-DATA-CALC                PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-DATA-CALC.
              10 WS-CALC-ANO              PIC  9(004).
              10 WS-CALC-MES              PIC  9(002).
              10 WS-CALC-DIA              PIC  9(002).
           05 WS-CALC-A                   PIC  9(005) VALUE ZEROS.
           05 WS-CALC-M                   PIC  9(002) VALUE ZEROS.
           05 WS-CALC-Q4                  PIC  9(005) VALUE ZEROS.
           05 WS-CALC-Q100                PIC  9(005) VALUE ZEROS.
           05 WS-CALC-Q400                PIC  9(005) VALUE ZEROS.
           05 WS-CALC-QMES                PIC  9(005) VALUE ZEROS.
           05 WS-DIAS-CALC                PIC  9(007) VALUE ZEROS.
           05 WS-FIM-ReceberReg           PIC  X(001) VALUE "N".
              88 AT-END-ReceberReg             VALUE "S".
           05 WS-FIM-WorkReceber          PIC  X(001) VALUE "N".
              88 AT-END-WorkReceber            VALUE "S".
           05 WS-CLIENTE-ANTERIOR         PIC  9(006) VALUE ZEROS.
           05 WS-NOME-ANTERIOR            PIC  X(030) VALUE SPACES.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TITULOS                  PIC  9(006) VALUE ZEROS.
           05 WS-IND                      PIC  9(001) VALUE ZEROS.
           05 WS-DIAS-ATRASO              PIC  9(005) VALUE ZEROS.

       01  WS-TOTAIS-CLIENTE.
           05 WS-TOT-CLIENTE              PIC  9(009)V99 VALUE ZEROS
                                          OCCURS 5 TIMES.

       01  WS-TOTAIS-GERAL.
           05 WS-TOT-GERAL                PIC  9(009)V99 VALUE ZEROS
                                          OCCURS 5 TIMES.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(029) VALUE
              "Aging de contas a receber em ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-CLIENTE.
           05 FILLER                      PIC  X(008) VALUE
              "Cliente ".
           05 WS-CABC-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WS-CABC-NOME                PIC  X(030).

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(007) VALUE "FATURA".
           05 FILLER                      PIC  X(009) VALUE "VENCTO".
           05 FILLER                      PIC  X(004) VALUE "DIAS".
           05 FILLER                      PIC  X(012) VALUE
              "    A VENCER".
           05 FILLER                      PIC  X(012) VALUE
              "        1-30".
           05 FILLER                      PIC  X(012) VALUE
              "       31-60".
           05 FILLER                      PIC  X(012) VALUE
              "       61-90".
           05 FILLER                      PIC  X(012) VALUE
              "         +90".

       01  WS-DETALHE.
           05 WD-FATURA                   PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DATA-VENCTO              PIC  9(008).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DIAS                     PIC  ZZZ9.
           05 WD-FAIXAS                   OCCURS 5 TIMES.
              10 WD-VALOR                 PIC  X(012).

       01  WS-VALOR-EDITADO               PIC  ZZZZZZZZ9.99.

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(020) VALUE SPACES.
           05 WTL-FAIXAS                  OCCURS 5 TIMES.
              10 WTL-VALOR                PIC  ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO   THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           SORT WorkReceber
                ON ASCENDING KEY WR-COD-CLIENTE WR-DATA-VENCTO
                                 WR-FATURA
                INPUT PROCEDURE  150-RELEASE-TITULOS
                OUTPUT PROCEDURE 200-LISTA-ORDENADA
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 260-IMPRIME-TOTAL-CLIENTE THRU 260-99-FIM
              PERFORM 270-IMPRIME-TOTAL-GERAL   THRU 270-99-FIM
           END-IF
           CLOSE ReceberReg Listagem
           DISPLAY WS-TITULOS " titulo(s) em aberto."
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:8) IS NUMERIC
            AND WS-PARM-LINHA(1:8) NOT = "00000000"
                MOVE WS-PARM-LINHA(1:8) TO WS-DATA-PARM
           ELSE
                ACCEPT WS-DATA-PARM FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATA-PARM TO WS-DATA-CALC
           PERFORM 800-CONVERTE-DATA THRU 800-99-FIM
           MOVE WS-DIAS-CALC TO WS-DIAS-REFERENCIA.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT ReceberReg
           IF   FS-ReceberReg = "35"
                DISPLAY "Nenhum titulo a receber gravado."
                STOP RUN
           END-IF
           OPEN OUTPUT Listagem
           IF   FS-ReceberReg > "09" OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-ReceberReg " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       150-RELEASE-TITULOS.
           INITIALIZE RECEBER-REG
           MOVE "N" TO WS-FIM-ReceberReg
           START ReceberReg KEY NOT < REC-FATURA
                 INVALID KEY SET AT-END-ReceberReg TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ReceberReg
              READ ReceberReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ReceberReg TO TRUE
              END-READ
              IF   NOT AT-END-ReceberReg
               AND FS-ReceberReg > "09"
                   SET AT-END-ReceberReg TO TRUE
              END-IF
              IF   NOT AT-END-ReceberReg
               AND NOT REC-LIQUIDADO
               AND REC-VALOR > REC-VALOR-PAGO
               AND REC-DATA-EMISSAO NOT > WS-DATA-PARM
                   PERFORM 160-RELEASE-UM THRU 160-99-FIM
              END-IF
           END-PERFORM.
       150-99-FIM. EXIT.

       160-RELEASE-UM.
           INITIALIZE WR-REG
           MOVE REC-COD-CLIENTE  TO WR-COD-CLIENTE
           MOVE REC-DATA-VENCTO  TO WR-DATA-VENCTO
           MOVE REC-FATURA       TO WR-FATURA
           MOVE REC-NOME-CLIENTE TO WR-NOME-CLIENTE
           COMPUTE WR-SALDO = REC-VALOR - REC-VALOR-PAGO
           MOVE REC-DATA-VENCTO TO WS-DATA-CALC
           PERFORM 800-CONVERTE-DATA THRU 800-99-FIM
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF   WS-DIAS-CALC < WS-DIAS-REFERENCIA
                COMPUTE WS-DIAS-ATRASO =
                        WS-DIAS-REFERENCIA - WS-DIAS-CALC
           END-IF
           MOVE WS-DIAS-ATRASO TO WR-DIAS-ATRASO
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO = ZEROS
                    MOVE 1 TO WR-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 30
                    MOVE 2 TO WR-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 60
                    MOVE 3 TO WR-FAIXA
               WHEN WS-DIAS-ATRASO NOT > 90
                    MOVE 4 TO WR-FAIXA
               WHEN OTHER
                    MOVE 5 TO WR-FAIXA
           END-EVALUATE
           RELEASE WR-REG
           ADD 1 TO WS-TITULOS.
       160-99-FIM. EXIT.

       200-LISTA-ORDENADA.
           MOVE "N" TO WS-FIM-WorkReceber
           PERFORM TEST AFTER UNTIL AT-END-WorkReceber
              RETURN WorkReceber
                     AT END SET AT-END-WorkReceber TO TRUE
              END-RETURN
              IF NOT AT-END-WorkReceber
                 PERFORM 220-TRATA-QUEBRA THRU 220-99-FIM
                 PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
              END-IF
           END-PERFORM.
       200-99-FIM. EXIT.

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR WR-COD-CLIENTE NOT = WS-CLIENTE-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 260-IMPRIME-TOTAL-CLIENTE THRU 260-99-FIM
                END-IF
                MOVE WR-COD-CLIENTE  TO WS-CLIENTE-ANTERIOR
                MOVE WR-NOME-CLIENTE TO WS-NOME-ANTERIOR
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF.
       220-99-FIM. EXIT.

       260-IMPRIME-TOTAL-CLIENTE.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO WS-TOTAL-LINHA
           MOVE "Total do cliente...:" TO WTL-ROTULO
           PERFORM 265-MOVE-TOTAL-CLIENTE THRU 265-99-FIM
                   VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA
           INITIALIZE WS-TOTAIS-CLIENTE.
       260-99-FIM. EXIT.

       265-MOVE-TOTAL-CLIENTE.
           MOVE WS-TOT-CLIENTE(WS-IND) TO WTL-VALOR(WS-IND).
       265-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO WS-TOTAL-LINHA
           MOVE "Total geral........:" TO WTL-ROTULO
           PERFORM 275-MOVE-TOTAL-GERAL THRU 275-99-FIM
                   VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       270-99-FIM. EXIT.

       275-MOVE-TOTAL-GERAL.
           MOVE WS-TOT-GERAL(WS-IND) TO WTL-VALOR(WS-IND).
       275-99-FIM. EXIT.

       300-IMPRIME-DETALHE.
           MOVE SPACES          TO WS-DETALHE
           MOVE WR-FATURA       TO WD-FATURA
           MOVE WR-DATA-VENCTO  TO WD-DATA-VENCTO
           MOVE WR-DIAS-ATRASO  TO WD-DIAS
           MOVE WR-SALDO        TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO TO WD-VALOR(WR-FAIXA)
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           ADD WR-SALDO TO WS-TOT-CLIENTE(WR-FAIXA)
           ADD WR-SALDO TO WS-TOT-GERAL(WR-FAIXA).
       300-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-PARM        TO WS-CAB1-DATA
           MOVE WS-PAGINA           TO WS-CAB1-PAGINA
           MOVE WS-CLIENTE-ANTERIOR TO WS-CABC-CLIENTE
           MOVE WS-NOME-ANTERIOR    TO WS-CABC-NOME
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-CLIENTE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-2 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 5 TO WS-LINHAS-PAGINA.
       400-99-FIM. EXIT.

       800-CONVERTE-DATA.
           MOVE ZEROS TO WS-DIAS-CALC
           IF   WS-DATA-CALC = ZEROS
                GO TO 800-99-FIM
           END-IF
           MOVE WS-CALC-ANO TO WS-CALC-A
           MOVE WS-CALC-MES TO WS-CALC-M
           IF   WS-CALC-M < 3
                SUBTRACT 1 FROM WS-CALC-A
                ADD 12 TO WS-CALC-M
           END-IF
           DIVIDE WS-CALC-A BY 4   GIVING WS-CALC-Q4
           DIVIDE WS-CALC-A BY 100 GIVING WS-CALC-Q100
           DIVIDE WS-CALC-A BY 400 GIVING WS-CALC-Q400
           COMPUTE WS-CALC-QMES = (153 * (WS-CALC-M - 3) + 2) / 5
           COMPUTE WS-DIAS-CALC = 365 * WS-CALC-A
                                + WS-CALC-Q4 - WS-CALC-Q100
                                + WS-CALC-Q400 + WS-CALC-QMES
                                + WS-CALC-DIA.
       800-99-FIM. EXIT.

       END PROGRAM PHPREL12.
