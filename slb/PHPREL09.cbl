       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL09.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Envelhecimento de backorders: lista os       *
                      *  backorders pendentes de BackOrdReg por       *
                      *  catalogo, do mais antigo para o mais novo,   *
                      *  com dias em aberto, quantidade e valor       *
                      *  pendente, e totais por catalogo e geral      *
                      *  nas faixas 0-7, 8-15, 16-30 e mais de 30     *
                      *  dias. Parametro: data de referencia          *
                      *  AAAAMMDD (sem parametro, a data do dia)      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BackOrdReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BO-CHAVE
                  ALTERNATE RECORD KEY IS BO-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-BackOrdReg.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT WorkBack ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD  BackOrdReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-BackOrdReg.

       01  BACKORDER-REG.
           05 BO-CHAVE.
              10 BO-CATALOGO              PIC  9(003).
              10 BO-CODIGO                PIC  9(005).
              10 BO-DATA-HORA.
                 15 BO-DATA                PIC  9(008).
                 15 BO-HORA                PIC  9(006).
           05 BO-PEDIDO                   PIC  9(006).
           05 BO-COD-CLIENTE              PIC  9(006).
           05 BO-CLIENTE                  PIC  X(030).
           05 BO-DESCRICAO                PIC  X(030).
           05 BO-QTDE-PEDIDA              PIC  9(007)V99.
           05 BO-QTDE-PENDENTE            PIC  9(007)V99.
           05 BO-PRECO-UNIT               PIC  9(008)V99.
           05 BO-SITUACAO                 PIC  X(001).
              88 BO-PENDENTE                  VALUE "P".
              88 BO-ATENDIDO                  VALUE "A".
              88 BO-CANCELADO                 VALUE "C".
           05 BO-DATA-SITUACAO            PIC  9(008).
           05 BO-OPERADOR                 PIC  9(003).

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       SD  WorkBack.

       01  WB-REG.
           05 WB-CATALOGO                 PIC  9(003).
           05 WB-DATA-HORA.
              10 WB-DATA                  PIC  9(008).
              10 WB-HORA                  PIC  9(006).
           05 WB-CODIGO                   PIC  9(005).
           05 WB-PEDIDO                   PIC  9(006).
           05 WB-CLIENTE                  PIC  X(030).
           05 WB-DIAS                     PIC  9(005).
           05 WB-QTDE-PENDENTE            PIC  9(007)V99.
           05 WB-VALOR-PENDENTE           PIC  9(009)V99.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-BackOrdReg               PIC  X(002) VALUE "00".
           05 LB-BackOrdReg               PIC  X(050) VALUE
              "BackOrdReg".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL09.LST".
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
           05 WS-FIM-BackOrdReg           PIC  X(001) VALUE "N".
              88 AT-END-BackOrdReg             VALUE "S".
           05 WS-FIM-WorkBack             PIC  X(001) VALUE "N".
              88 AT-END-WorkBack               VALUE "S".
           05 WS-CATALOGO-ANTERIOR        PIC  9(003) VALUE ZEROS.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-PENDENTES                PIC  9(006) VALUE ZEROS.
           05 WS-IND-FAIXA                PIC  9(001) VALUE ZEROS.
           05 WS-VALOR-CATALOGO           PIC  9(011)V99 VALUE ZEROS.
           05 WS-VALOR-GERAL              PIC  9(011)V99 VALUE ZEROS.

       01  TAB-FAIXAS.
           05 TF-FAIXA OCCURS 4 TIMES.
              10 TF-VALOR-CATALOGO        PIC  9(011)V99.
              10 TF-VALOR-GERAL           PIC  9(011)V99.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(025) VALUE
              "Backorders em aberto em  ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(012) VALUE
              " - Catalogo ".
           05 WS-CAB1-CATALOGO            PIC  ZZ9.
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(007) VALUE "CODIGO".
           05 FILLER                      PIC  X(008) VALUE "PEDIDO".
           05 FILLER                      PIC  X(022) VALUE
              "CLIENTE".
           05 FILLER                      PIC  X(010) VALUE "DATA".
           05 FILLER                      PIC  X(006) VALUE "DIAS".
           05 FILLER                      PIC  X(012) VALUE
              "  PENDENTE".
           05 FILLER                      PIC  X(012) VALUE
              "       VALOR".

       01  WS-DETALHE.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-PEDIDO                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CLIENTE                  PIC  X(020).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DATA                     PIC  9(008).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DIAS                     PIC  ZZZ9.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-QTDE                     PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZ9.99.

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(021) VALUE SPACES.
           05 FILLER                      PIC  X(042) VALUE SPACES.
           05 WTL-VALOR                   PIC  ZZZZZZZZZZ9.99.

       01  WS-FAIXAS-LINHA.
           05 FILLER                      PIC  X(006) VALUE "  0-7:".
           05 WFL-VALOR-1                 PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(006) VALUE " 8-15:".
           05 WFL-VALOR-2                 PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(006) VALUE " 16-30".
           05 WFL-VALOR-3                 PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(006) VALUE " +30d:".
           05 WFL-VALOR-4                 PIC  ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO   THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           INITIALIZE TAB-FAIXAS
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           SORT WorkBack
                ON ASCENDING KEY WB-CATALOGO WB-DATA-HORA WB-CODIGO
                INPUT PROCEDURE  150-RELEASE-BACKORDERS
                OUTPUT PROCEDURE 200-LISTA-ORDENADA
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU 260-99-FIM
              PERFORM 270-IMPRIME-TOTAL-GERAL    THRU 270-99-FIM
           END-IF
           CLOSE BackOrdReg Listagem
           DISPLAY WS-PENDENTES " backorder(s) pendente(s)."
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
           OPEN INPUT BackOrdReg
           IF   FS-BackOrdReg = "35"
                DISPLAY "Nenhum backorder gravado."
                STOP RUN
           END-IF
           OPEN OUTPUT Listagem
           IF   FS-BackOrdReg > "09" OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-BackOrdReg " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       150-RELEASE-BACKORDERS.
           INITIALIZE BACKORDER-REG
           MOVE "N" TO WS-FIM-BackOrdReg
           START BackOrdReg KEY NOT < BO-CHAVE
                 INVALID KEY SET AT-END-BackOrdReg TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-BackOrdReg
              READ BackOrdReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-BackOrdReg TO TRUE
              END-READ
              IF   NOT AT-END-BackOrdReg
               AND FS-BackOrdReg > "09"
                   SET AT-END-BackOrdReg TO TRUE
              END-IF
              IF   NOT AT-END-BackOrdReg
               AND BO-PENDENTE
               AND BO-DATA NOT > WS-DATA-PARM
                   PERFORM 160-RELEASE-UM THRU 160-99-FIM
              END-IF
           END-PERFORM.
       150-99-FIM. EXIT.

       160-RELEASE-UM.
           INITIALIZE WB-REG
           MOVE BO-CATALOGO      TO WB-CATALOGO
           MOVE BO-DATA-HORA     TO WB-DATA-HORA
           MOVE BO-CODIGO        TO WB-CODIGO
           MOVE BO-PEDIDO        TO WB-PEDIDO
           MOVE BO-CLIENTE       TO WB-CLIENTE
           MOVE BO-QTDE-PENDENTE TO WB-QTDE-PENDENTE
           COMPUTE WB-VALOR-PENDENTE ROUNDED =
                   BO-QTDE-PENDENTE * BO-PRECO-UNIT
           MOVE BO-DATA TO WS-DATA-CALC
           PERFORM 800-CONVERTE-DATA THRU 800-99-FIM
           IF   WS-DIAS-CALC < WS-DIAS-REFERENCIA
                COMPUTE WB-DIAS = WS-DIAS-REFERENCIA - WS-DIAS-CALC
           END-IF
           RELEASE WB-REG
           ADD 1 TO WS-PENDENTES.
       160-99-FIM. EXIT.

       200-LISTA-ORDENADA.
           MOVE "N" TO WS-FIM-WorkBack
           PERFORM TEST AFTER UNTIL AT-END-WorkBack
              RETURN WorkBack
                     AT END SET AT-END-WorkBack TO TRUE
              END-RETURN
              IF NOT AT-END-WorkBack
                 PERFORM 220-TRATA-QUEBRA THRU 220-99-FIM
                 PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
              END-IF
           END-PERFORM.
       200-99-FIM. EXIT.

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR WB-CATALOGO NOT = WS-CATALOGO-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU 260-99-FIM
                END-IF
                MOVE WB-CATALOGO TO WS-CATALOGO-ANTERIOR
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF.
       220-99-FIM. EXIT.

       260-IMPRIME-TOTAL-CATALOGO.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total do catalogo...:" TO WTL-ROTULO
           MOVE WS-VALOR-CATALOGO TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE TF-VALOR-CATALOGO(1) TO WFL-VALOR-1
           MOVE TF-VALOR-CATALOGO(2) TO WFL-VALOR-2
           MOVE TF-VALOR-CATALOGO(3) TO WFL-VALOR-3
           MOVE TF-VALOR-CATALOGO(4) TO WFL-VALOR-4
           MOVE WS-FAIXAS-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 3 TO WS-LINHAS-PAGINA
           MOVE ZEROS TO WS-VALOR-CATALOGO
           MOVE ZEROS TO TF-VALOR-CATALOGO(1) TF-VALOR-CATALOGO(2)
                         TF-VALOR-CATALOGO(3) TF-VALOR-CATALOGO(4).
       260-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total geral.........:" TO WTL-ROTULO
           MOVE WS-VALOR-GERAL TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE TF-VALOR-GERAL(1) TO WFL-VALOR-1
           MOVE TF-VALOR-GERAL(2) TO WFL-VALOR-2
           MOVE TF-VALOR-GERAL(3) TO WFL-VALOR-3
           MOVE TF-VALOR-GERAL(4) TO WFL-VALOR-4
           MOVE WS-FAIXAS-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 3 TO WS-LINHAS-PAGINA.
       270-99-FIM. EXIT.

       300-IMPRIME-DETALHE.
           MOVE SPACES           TO LINHA-LISTAGEM
           MOVE WB-CODIGO        TO WD-CODIGO
           MOVE WB-PEDIDO        TO WD-PEDIDO
           MOVE WB-CLIENTE       TO WD-CLIENTE
           MOVE WB-DATA          TO WD-DATA
           MOVE WB-DIAS          TO WD-DIAS
           MOVE WB-QTDE-PENDENTE TO WD-QTDE
           MOVE WB-VALOR-PENDENTE TO WD-VALOR
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           EVALUATE TRUE
               WHEN WB-DIAS NOT > 7   MOVE 1 TO WS-IND-FAIXA
               WHEN WB-DIAS NOT > 15  MOVE 2 TO WS-IND-FAIXA
               WHEN WB-DIAS NOT > 30  MOVE 3 TO WS-IND-FAIXA
               WHEN OTHER             MOVE 4 TO WS-IND-FAIXA
           END-EVALUATE
           ADD WB-VALOR-PENDENTE TO TF-VALOR-CATALOGO(WS-IND-FAIXA)
           ADD WB-VALOR-PENDENTE TO TF-VALOR-GERAL(WS-IND-FAIXA)
           ADD WB-VALOR-PENDENTE TO WS-VALOR-CATALOGO
           ADD WB-VALOR-PENDENTE TO WS-VALOR-GERAL.
       300-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-PARM         TO WS-CAB1-DATA
           MOVE WS-CATALOGO-ANTERIOR TO WS-CAB1-CATALOGO
           MOVE WS-PAGINA            TO WS-CAB1-PAGINA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-2 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 4 TO WS-LINHAS-PAGINA.
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

       END PROGRAM PHPREL09.
