       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL10.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Pedidos de compra em aberto por fornecedor:  *
                      *  lista os itens com saldo a receber dos       *
                      *  pedidos em CompraCab/CompraItm que nao estao *
                      *  recebidos nem cancelados, com data prevista, *
                      *  dias de atraso, quantidade e valor pendente  *
                      *  (pelo custo do pedido), e totais por         *
                      *  fornecedor e geral. Parametro: data de       *
                      *  referencia AAAAMMDD (sem parametro, a data   *
                      *  do dia)                                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CompraCab ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS OC-NUMERO
                  ALTERNATE RECORD KEY IS OC-FORNECEDOR
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CompraCab.

           SELECT CompraItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS OI-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CompraItm.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT WorkCompra ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD  CompraCab
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CompraCab.

       01  COMPRA-CAB-REG.
           05 OC-NUMERO                   PIC  9(006).
           05 OC-FORNECEDOR               PIC  9(006).
           05 OC-NOME-FORNECEDOR          PIC  X(030).
           05 OC-DATA                     PIC  9(008).
           05 OC-HORA                     PIC  9(006).
           05 OC-DATA-PREVISTA            PIC  9(008).
           05 OC-ITENS                    PIC  9(003).
           05 OC-TOTAL                    PIC  9(009)V99.
           05 OC-SITUACAO                 PIC  X(001).
              88 OC-ABERTA                    VALUE "A".
              88 OC-PARCIAL                   VALUE "P".
              88 OC-RECEBIDA                  VALUE "R".
              88 OC-CANCELADA                 VALUE "C".
           05 OC-DATA-SITUACAO            PIC  9(008).
           05 OC-OPERADOR                 PIC  9(003).

       FD  CompraItm
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CompraItm.

       01  COMPRA-ITM-REG.
           05 OI-CHAVE.
              10 OI-NUMERO                PIC  9(006).
              10 OI-SEQ                   PIC  9(003).
           05 OI-CATALOGO                 PIC  9(003).
           05 OI-CODIGO                   PIC  9(005).
           05 OI-DESCRICAO                PIC  X(030).
           05 OI-QTDE-PEDIDA              PIC  9(007)V99.
           05 OI-CUSTO-UNIT               PIC  9(008)V99.
           05 OI-VALOR                    PIC  9(009)V99.
           05 OI-QTDE-RECEBIDA            PIC  9(007)V99.
           05 OI-DATA-ULT-RECEB           PIC  9(008).

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       SD  WorkCompra.

       01  WC-REG.
           05 WC-FORNECEDOR               PIC  9(006).
           05 WC-NUMERO                   PIC  9(006).
           05 WC-SEQ                      PIC  9(003).
           05 WC-NOME-FORNECEDOR          PIC  X(030).
           05 WC-CATALOGO                 PIC  9(003).
           05 WC-CODIGO                   PIC  9(005).
           05 WC-DESCRICAO                PIC  X(030).
           05 WC-DATA-PREVISTA            PIC  9(008).
           05 WC-DIAS-ATRASO              PIC  9(005).
           05 WC-QTDE-PENDENTE            PIC  9(007)V99.
           05 WC-VALOR-PENDENTE           PIC  9(009)V99.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-CompraCab                PIC  X(002) VALUE "00".
           05 LB-CompraCab                PIC  X(050) VALUE
              "CompraCab".
           05 FS-CompraItm                PIC  X(002) VALUE "00".
           05 LB-CompraItm                PIC  X(050) VALUE
              "CompraItm".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL10.LST".
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
           05 WS-FIM-CompraCab            PIC  X(001) VALUE "N".
              88 AT-END-CompraCab              VALUE "S".
           05 WS-FIM-WorkCompra           PIC  X(001) VALUE "N".
              88 AT-END-WorkCompra             VALUE "S".
           05 WS-FORNECEDOR-ANTERIOR      PIC  9(006) VALUE ZEROS.
           05 WS-NOME-ANTERIOR            PIC  X(030) VALUE SPACES.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-PENDENTES                PIC  9(006) VALUE ZEROS.
           05 WS-DIAS-PREVISTA            PIC  9(005) VALUE ZEROS.
           05 WS-QTDE-PENDENTE            PIC  9(007)V99 VALUE ZEROS.
           05 WS-ATRASADOS-FORNECEDOR     PIC  9(006) VALUE ZEROS.
           05 WS-ATRASADOS-GERAL          PIC  9(006) VALUE ZEROS.
           05 WS-VALOR-FORNECEDOR         PIC  9(011)V99 VALUE ZEROS.
           05 WS-VALOR-GERAL              PIC  9(011)V99 VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(021) VALUE
              "Compras em aberto em ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-FORNECEDOR.
           05 FILLER                      PIC  X(011) VALUE
              "Fornecedor ".
           05 WS-CABF-FORNECEDOR          PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WS-CABF-NOME                PIC  X(030).

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(008) VALUE "PEDIDO".
           05 FILLER                      PIC  X(004) VALUE "SEQ".
           05 FILLER                      PIC  X(004) VALUE "CAT".
           05 FILLER                      PIC  X(007) VALUE "CODIGO".
           05 FILLER                      PIC  X(013) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(009) VALUE "PREVISTO".
           05 FILLER                      PIC  X(005) VALUE "DIAS".
           05 FILLER                      PIC  X(011) VALUE
              "  PENDENTE".
           05 FILLER                      PIC  X(012) VALUE
              "       VALOR".

       01  WS-DETALHE.
           05 WD-NUMERO                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-SEQ                      PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DESCRICAO                PIC  X(012).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DATA-PREVISTA            PIC  9(008).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DIAS                     PIC  ZZZ9.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-QTDE                     PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-ATRASO                   PIC  X(006).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(023) VALUE SPACES.
           05 FILLER                      PIC  X(005) VALUE SPACES.
           05 WTL-ATRASADOS               PIC  ZZZZZ9.
           05 FILLER                      PIC  X(019) VALUE
              " item(ns) atrasados".
           05 FILLER                      PIC  X(006) VALUE SPACES.
           05 WTL-VALOR                   PIC  ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO   THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           SORT WorkCompra
                ON ASCENDING KEY WC-FORNECEDOR WC-NUMERO WC-SEQ
                INPUT PROCEDURE  150-RELEASE-COMPRAS
                OUTPUT PROCEDURE 200-LISTA-ORDENADA
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 260-IMPRIME-TOTAL-FORNECEDOR THRU 260-99-FIM
              PERFORM 270-IMPRIME-TOTAL-GERAL      THRU 270-99-FIM
           END-IF
           CLOSE CompraCab CompraItm Listagem
           DISPLAY WS-PENDENTES " item(ns) de compra em aberto."
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
           OPEN INPUT CompraCab
           IF   FS-CompraCab = "35"
                DISPLAY "Nenhum pedido de compra gravado."
                STOP RUN
           END-IF
           OPEN INPUT CompraItm
           OPEN OUTPUT Listagem
           IF   FS-CompraCab > "09" OR FS-CompraItm > "09"
             OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-CompraCab " " FS-CompraItm " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       150-RELEASE-COMPRAS.
           INITIALIZE COMPRA-CAB-REG
           MOVE "N" TO WS-FIM-CompraCab
           START CompraCab KEY NOT < OC-NUMERO
                 INVALID KEY SET AT-END-CompraCab TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-CompraCab
              READ CompraCab NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-CompraCab TO TRUE
              END-READ
              IF   NOT AT-END-CompraCab
               AND FS-CompraCab > "09"
                   SET AT-END-CompraCab TO TRUE
              END-IF
              IF   NOT AT-END-CompraCab
               AND (OC-ABERTA OR OC-PARCIAL)
               AND OC-DATA NOT > WS-DATA-PARM
                   PERFORM 160-RELEASE-ITENS THRU 160-99-FIM
              END-IF
           END-PERFORM.
       150-99-FIM. EXIT.

       160-RELEASE-ITENS.
           MOVE OC-DATA-PREVISTA TO WS-DATA-CALC
           PERFORM 800-CONVERTE-DATA THRU 800-99-FIM
           MOVE ZEROS TO WS-DIAS-PREVISTA
           IF   WS-DIAS-CALC < WS-DIAS-REFERENCIA
                COMPUTE WS-DIAS-PREVISTA =
                        WS-DIAS-REFERENCIA - WS-DIAS-CALC
           END-IF
           INITIALIZE COMPRA-ITM-REG
           MOVE OC-NUMERO TO OI-NUMERO
           START CompraItm KEY NOT < OI-CHAVE
                 INVALID KEY MOVE "10" TO FS-CompraItm
           END-START
           PERFORM TEST AFTER UNTIL FS-CompraItm > "09"
              READ CompraItm NEXT RECORD
                             IGNORE LOCK
              IF   FS-CompraItm < "10"
               AND OI-NUMERO NOT = OC-NUMERO
                   MOVE "10" TO FS-CompraItm
              END-IF
              IF   FS-CompraItm < "10"
               AND OI-QTDE-RECEBIDA < OI-QTDE-PEDIDA
                   PERFORM 170-RELEASE-UM THRU 170-99-FIM
              END-IF
           END-PERFORM.
       160-99-FIM. EXIT.

       170-RELEASE-UM.
           COMPUTE WS-QTDE-PENDENTE = OI-QTDE-PEDIDA - OI-QTDE-RECEBIDA
           INITIALIZE WC-REG
           MOVE OC-FORNECEDOR      TO WC-FORNECEDOR
           MOVE OC-NUMERO          TO WC-NUMERO
           MOVE OI-SEQ             TO WC-SEQ
           MOVE OC-NOME-FORNECEDOR TO WC-NOME-FORNECEDOR
           MOVE OI-CATALOGO        TO WC-CATALOGO
           MOVE OI-CODIGO          TO WC-CODIGO
           MOVE OI-DESCRICAO       TO WC-DESCRICAO
           MOVE OC-DATA-PREVISTA   TO WC-DATA-PREVISTA
           MOVE WS-DIAS-PREVISTA   TO WC-DIAS-ATRASO
           MOVE WS-QTDE-PENDENTE   TO WC-QTDE-PENDENTE
           COMPUTE WC-VALOR-PENDENTE ROUNDED =
                   WS-QTDE-PENDENTE * OI-CUSTO-UNIT
           RELEASE WC-REG
           ADD 1 TO WS-PENDENTES.
       170-99-FIM. EXIT.

       200-LISTA-ORDENADA.
           MOVE "N" TO WS-FIM-WorkCompra
           PERFORM TEST AFTER UNTIL AT-END-WorkCompra
              RETURN WorkCompra
                     AT END SET AT-END-WorkCompra TO TRUE
              END-RETURN
              IF NOT AT-END-WorkCompra
                 PERFORM 220-TRATA-QUEBRA THRU 220-99-FIM
                 PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
              END-IF
           END-PERFORM.
       200-99-FIM. EXIT.

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR WC-FORNECEDOR NOT = WS-FORNECEDOR-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 260-IMPRIME-TOTAL-FORNECEDOR THRU
                           260-99-FIM
                END-IF
                MOVE WC-FORNECEDOR      TO WS-FORNECEDOR-ANTERIOR
                MOVE WC-NOME-FORNECEDOR TO WS-NOME-ANTERIOR
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF.
       220-99-FIM. EXIT.

       260-IMPRIME-TOTAL-FORNECEDOR.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total do fornecedor...:" TO WTL-ROTULO
           MOVE WS-ATRASADOS-FORNECEDOR TO WTL-ATRASADOS
           MOVE WS-VALOR-FORNECEDOR     TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA
           MOVE ZEROS TO WS-VALOR-FORNECEDOR
           MOVE ZEROS TO WS-ATRASADOS-FORNECEDOR.
       260-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total geral...........:" TO WTL-ROTULO
           MOVE WS-ATRASADOS-GERAL TO WTL-ATRASADOS
           MOVE WS-VALOR-GERAL     TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       270-99-FIM. EXIT.

       300-IMPRIME-DETALHE.
           MOVE SPACES            TO LINHA-LISTAGEM
           MOVE WC-NUMERO         TO WD-NUMERO
           MOVE WC-SEQ            TO WD-SEQ
           MOVE WC-CATALOGO       TO WD-CATALOGO
           MOVE WC-CODIGO         TO WD-CODIGO
           MOVE WC-DESCRICAO      TO WD-DESCRICAO
           MOVE WC-DATA-PREVISTA  TO WD-DATA-PREVISTA
           MOVE WC-DIAS-ATRASO    TO WD-DIAS
           MOVE WC-QTDE-PENDENTE  TO WD-QTDE
           MOVE WC-VALOR-PENDENTE TO WD-VALOR
           IF   WC-DIAS-ATRASO > ZEROS
                MOVE "ATRASO" TO WD-ATRASO
                ADD 1 TO WS-ATRASADOS-FORNECEDOR
                ADD 1 TO WS-ATRASADOS-GERAL
           ELSE
                MOVE SPACES   TO WD-ATRASO
           END-IF
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           ADD WC-VALOR-PENDENTE TO WS-VALOR-FORNECEDOR
           ADD WC-VALOR-PENDENTE TO WS-VALOR-GERAL.
       300-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-PARM           TO WS-CAB1-DATA
           MOVE WS-PAGINA              TO WS-CAB1-PAGINA
           MOVE WS-FORNECEDOR-ANTERIOR TO WS-CABF-FORNECEDOR
           MOVE WS-NOME-ANTERIOR       TO WS-CABF-NOME
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-FORNECEDOR TO LINHA-LISTAGEM
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

       END PROGRAM PHPREL10.
