                      *  dia (PedidoCab/PedidoItm gravados pelo       *
                      *  PHPCAD12) e imprime quantidades e valores    *
                      *  agrupados por catalogo e TIPO, com totais    *
                      *  por grupo, por catalogo e geral. Cada item   *
                      *  entra na data do seu movimento de estoque    *
                      *  (backorder atendido pelo PHPCAD22 entra no   *
                      *  dia do atendimento; item sem data de         *
                      *  movimento usa a data do pedido). As          *
                      *  devolucoes e cancelamentos do dia            *
                      *  (DevolucaoReg gravado pelo PHPCAD21) sao     *
                      *  deduzidos e o relatorio mostra a venda       *
                      *  liquida                                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoItm.

           SELECT DevolucaoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE
                  ALTERNATE RECORD KEY IS DV-DATA-HORA
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DevolucaoReg.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
           05 PC-HORA                     PIC  9(006).
           05 PC-ITENS                    PIC  9(003).
           05 PC-TOTAL                    PIC  9(009)V99.
           05 PC-COD-CLIENTE              PIC  9(006).
           05 PC-FAIXA                    PIC  9(001).
           05 PC-SITUACAO                 PIC  X(001).
              88 PC-FECHADO                   VALUE "F" SPACE.
              88 PC-DEVOLVIDO-PARCIAL         VALUE "P".
              88 PC-DEVOLVIDO                 VALUE "D".
              88 PC-CANCELADO                 VALUE "C".
           05 PC-VALOR-DEVOLVIDO          PIC  9(009)V99.
           05 PC-DATA-SITUACAO            PIC  9(008).
           05 PC-OPERADOR-SITUACAO        PIC  9(003).
           05 PC-DEPOSITO                 PIC  9(003).

       FD  PedidoItm
           LABEL RECORD IS STANDARD
           05 PI-QUANTIDADE               PIC  9(007)V99.
           05 PI-PRECO-UNIT               PIC  9(008)V99.
           05 PI-VALOR                    PIC  9(009)V99.
           05 PI-CUSTO-UNIT               PIC  9(008)V99.
           05 PI-MOVTO-DATA-HORA.
              10 PI-MOVTO-DATA            PIC  9(008).
              10 PI-MOVTO-HORA            PIC  9(006).
           05 PI-QTDE-DEVOLVIDA           PIC  9(007)V99.

       FD  DevolucaoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DevolucaoReg.

       01  DEVOLUCAO-REG.
           05 DV-CHAVE.
              10 DV-NUMERO                PIC  9(006).
              10 DV-SEQ                   PIC  9(003).
           05 DV-TIPO                     PIC  X(001).
              88 DV-CANCELAMENTO              VALUE "C".
              88 DV-DEVOLUCAO                 VALUE "D".
           05 DV-PEDIDO                   PIC  9(006).
           05 DV-PEDIDO-SEQ               PIC  9(003).
           05 DV-CATALOGO                 PIC  9(003).
           05 DV-CODIGO                   PIC  9(005).
           05 DV-DESCRICAO                PIC  X(030).
           05 DV-QUANTIDADE               PIC  9(007)V99.
           05 DV-PRECO-UNIT               PIC  9(008)V99.
           05 DV-VALOR                    PIC  9(009)V99.
           05 DV-CUSTO-UNIT               PIC  9(008)V99.
           05 DV-COD-CLIENTE              PIC  9(006).
           05 DV-DATA-HORA.
              10 DV-DATA                  PIC  9(008).
              10 DV-HORA                  PIC  9(006).
           05 DV-OPERADOR                 PIC  9(003).

       FD  FileName
           LABEL RECORD IS STANDARD
           05 WV-CODIGO                   PIC  9(005).
           05 WV-QUANTIDADE               PIC  9(007)V99.
           05 WV-VALOR                    PIC  9(009)V99.
           05 WV-QTDE-DEVOLVIDA           PIC  9(007)V99.
           05 WV-VALOR-DEVOLVIDO          PIC  9(009)V99.

       WORKING-STORAGE SECTION.

           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-DevolucaoReg             PIC  X(002) VALUE "00".
           05 LB-DevolucaoReg             PIC  X(050) VALUE
              "DevolucaoReg".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
              "PHPREL05.LST".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-DATA-PARM                PIC  9(008) VALUE ZEROS.
           05 WS-DATA-VENDA               PIC  9(008) VALUE ZEROS.
           05 WS-FIM-PedidoCab            PIC  X(001) VALUE "N".
              88 AT-END-PedidoCab              VALUE "S".
           05 WS-FIM-DevolucaoReg         PIC  X(001) VALUE "N".
              88 AT-END-DevolucaoReg           VALUE "S".
           05 WS-TEM-DEVOLUCOES           PIC  X(001) VALUE "N".
              88 TEM-DEVOLUCOES                VALUE "S"
                                                FALSE "N".
           05 WS-FIM-WorkVenda            PIC  X(001) VALUE "N".
              88 AT-END-WorkVenda              VALUE "S".
           05 WS-TIPO-ANTERIOR            PIC  9(001) VALUE ZEROS.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-PEDIDOS-DIA              PIC  9(006) VALUE ZEROS.
           05 WS-ITENS-DIA                PIC  9(006) VALUE ZEROS.
           05 WS-DEVOLUCOES-DIA           PIC  9(006) VALUE ZEROS.
           05 WS-QTDE-GRUPO               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-GRUPO              PIC  9(011)V99 VALUE ZEROS.
           05 WS-QTDE-CATALOGO            PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-CATALOGO           PIC  9(011)V99 VALUE ZEROS.
           05 WS-QTDE-GERAL               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-GERAL              PIC  9(011)V99 VALUE ZEROS.
           05 WS-QDEV-GRUPO               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VDEV-GRUPO               PIC  9(011)V99 VALUE ZEROS.
           05 WS-QDEV-CATALOGO            PIC  9(009)V99 VALUE ZEROS.
           05 WS-VDEV-CATALOGO            PIC  9(011)V99 VALUE ZEROS.
           05 WS-QDEV-GERAL               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VDEV-GERAL               PIC  9(011)V99 VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(006) VALUE "TIPO".
           05 FILLER                      PIC  X(008) VALUE "CODIGO".
           05 FILLER                      PIC  X(015) VALUE
              "QTDE LIQUIDA".
           05 FILLER                      PIC  X(015) VALUE
              "VENDA".
           05 FILLER                      PIC  X(015) VALUE
              "DEVOLUCOES".
           05 FILLER                      PIC  X(007) VALUE
              "LIQUIDO".

       01  WS-DETALHE.
           05 WD-CATALOGO                 PIC  9(003).
           05 WD-TIPO                     PIC  9(001).
           05 FILLER                      PIC  X(004) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-QUANTIDADE               PIC  -ZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-VALOR-DEVOLVIDO          PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-VALOR-LIQUIDO            PIC  -ZZZZZZZZZZ9.99.

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(018) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  -ZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WTL-VALOR                   PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WTL-VALOR-DEVOLVIDO         PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WTL-VALOR-LIQUIDO           PIC  -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.
              PERFORM 270-IMPRIME-TOTAL-GERAL    THRU 270-99-FIM
           END-IF
           CLOSE PedidoCab PedidoItm FileName Listagem
           IF   TEM-DEVOLUCOES
                CLOSE DevolucaoReg
           END-IF
           DISPLAY "Pedidos do dia....: " WS-PEDIDOS-DIA
           DISPLAY "Itens vendidos....: " WS-ITENS-DIA
           DISPLAY "Itens devolvidos..: " WS-DEVOLUCOES-DIA
           STOP RUN.

       050-LE-PARAMETRO.
                        FS-PedidoCab " " FS-PedidoItm " "
                        FS-FileName " " FS-Listagem
                STOP RUN
           END-IF
           SET TEM-DEVOLUCOES TO FALSE
           OPEN INPUT DevolucaoReg
           IF   FS-DevolucaoReg < "10"
                SET TEM-DEVOLUCOES TO TRUE
           END-IF.
       100-99-FIM. EXIT.

                   SET AT-END-PedidoCab TO TRUE
              END-IF
              IF   NOT AT-END-PedidoCab
                   IF   PC-DATA = WS-DATA-PARM
                        ADD 1 TO WS-PEDIDOS-DIA
                   END-IF
                   PERFORM 160-RELEASE-ITENS THRU 160-99-FIM
              END-IF
           END-PERFORM
           IF   TEM-DEVOLUCOES
                PERFORM 180-RELEASE-DEVOLUCOES THRU 180-99-FIM
           END-IF.
       150-99-FIM. EXIT.

       160-RELEASE-ITENS.
                   MOVE "10" TO FS-PedidoItm
              END-IF
              IF   FS-PedidoItm < "10"
                   MOVE PI-MOVTO-DATA TO WS-DATA-VENDA
                   IF   WS-DATA-VENDA = ZEROS
                        MOVE PC-DATA TO WS-DATA-VENDA
                   END-IF
              END-IF
              IF   FS-PedidoItm < "10"
               AND WS-DATA-VENDA = WS-DATA-PARM
                   MOVE PI-CATALOGO    TO FileName-CATALOGO
                   MOVE PI-CODIGO      TO FileName-CODIGO
                   PERFORM 170-BUSCA-TIPO THRU 170-99-FIM
                   INITIALIZE WV-REG
                   MOVE PI-CATALOGO    TO WV-CATALOGO
                   MOVE FileName-TIPO  TO WV-TIPO
                   MOVE PI-CODIGO      TO WV-CODIGO
       160-99-FIM. EXIT.

       170-BUSCA-TIPO.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FileName NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
           END-IF.
       170-99-FIM. EXIT.

       180-RELEASE-DEVOLUCOES.
           INITIALIZE DEVOLUCAO-REG
           MOVE WS-DATA-PARM TO DV-DATA
           MOVE "N" TO WS-FIM-DevolucaoReg
           START DevolucaoReg KEY NOT < DV-DATA-HORA
                 INVALID KEY SET AT-END-DevolucaoReg TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-DevolucaoReg
              READ DevolucaoReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-DevolucaoReg TO TRUE
              END-READ
              IF   NOT AT-END-DevolucaoReg
               AND (FS-DevolucaoReg > "09"
                OR  DV-DATA NOT = WS-DATA-PARM)
                   SET AT-END-DevolucaoReg TO TRUE
              END-IF
              IF   NOT AT-END-DevolucaoReg
                   MOVE DV-CATALOGO    TO FileName-CATALOGO
                   MOVE DV-CODIGO      TO FileName-CODIGO
                   PERFORM 170-BUSCA-TIPO THRU 170-99-FIM
                   INITIALIZE WV-REG
                   MOVE DV-CATALOGO    TO WV-CATALOGO
                   MOVE FileName-TIPO  TO WV-TIPO
                   MOVE DV-CODIGO      TO WV-CODIGO
                   MOVE DV-QUANTIDADE  TO WV-QTDE-DEVOLVIDA
                   MOVE DV-VALOR       TO WV-VALOR-DEVOLVIDO
                   RELEASE WV-REG
                   ADD 1 TO WS-DEVOLUCOES-DIA
              END-IF
           END-PERFORM.
       180-99-FIM. EXIT.

       200-LISTA-ORDENADA.
           MOVE "N" TO WS-FIM-WorkVenda
           PERFORM TEST AFTER UNTIL AT-END-WorkVenda
                MOVE WV-TIPO     TO WS-TIPO-ANTERIOR
                MOVE ZEROS       TO WS-QTDE-GRUPO
                MOVE ZEROS       TO WS-VALOR-GRUPO
                MOVE ZEROS       TO WS-QDEV-GRUPO
                MOVE ZEROS       TO WS-VDEV-GRUPO
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
       250-IMPRIME-TOTAL-GRUPO.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total do tipo....:" TO WTL-ROTULO
           COMPUTE WTL-QUANTIDADE = WS-QTDE-GRUPO - WS-QDEV-GRUPO
           MOVE WS-VALOR-GRUPO TO WTL-VALOR
           MOVE WS-VDEV-GRUPO  TO WTL-VALOR-DEVOLVIDO
           COMPUTE WTL-VALOR-LIQUIDO = WS-VALOR-GRUPO - WS-VDEV-GRUPO
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       250-99-FIM. EXIT.

       260-IMPRIME-TOTAL-CATALOGO.
           MOVE "Total do catalogo:" TO WTL-ROTULO
           COMPUTE WTL-QUANTIDADE =
                   WS-QTDE-CATALOGO - WS-QDEV-CATALOGO
           MOVE WS-VALOR-CATALOGO TO WTL-VALOR
           MOVE WS-VDEV-CATALOGO  TO WTL-VALOR-DEVOLVIDO
           COMPUTE WTL-VALOR-LIQUIDO =
                   WS-VALOR-CATALOGO - WS-VDEV-CATALOGO
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE ZEROS TO WS-QTDE-CATALOGO
           MOVE ZEROS TO WS-VALOR-CATALOGO
           MOVE ZEROS TO WS-QDEV-CATALOGO
           MOVE ZEROS TO WS-VDEV-CATALOGO.
       260-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE "Total geral......:" TO WTL-ROTULO
           COMPUTE WTL-QUANTIDADE = WS-QTDE-GERAL - WS-QDEV-GERAL
           MOVE WS-VALOR-GERAL TO WTL-VALOR
           MOVE WS-VDEV-GERAL  TO WTL-VALOR-DEVOLVIDO
           COMPUTE WTL-VALOR-LIQUIDO = WS-VALOR-GERAL - WS-VDEV-GERAL
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE WV-CATALOGO   TO WD-CATALOGO
           MOVE WV-TIPO       TO WD-TIPO
           MOVE WV-CODIGO     TO WD-CODIGO
           COMPUTE WD-QUANTIDADE = WV-QUANTIDADE - WV-QTDE-DEVOLVIDA
           MOVE WV-VALOR      TO WD-VALOR
           MOVE WV-VALOR-DEVOLVIDO TO WD-VALOR-DEVOLVIDO
           COMPUTE WD-VALOR-LIQUIDO = WV-VALOR - WV-VALOR-DEVOLVIDO
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           ADD WV-QUANTIDADE TO WS-QTDE-CATALOGO
           ADD WV-VALOR      TO WS-VALOR-CATALOGO
           ADD WV-QUANTIDADE TO WS-QTDE-GERAL
           ADD WV-VALOR      TO WS-VALOR-GERAL
           ADD WV-QTDE-DEVOLVIDA  TO WS-QDEV-GRUPO
           ADD WV-VALOR-DEVOLVIDO TO WS-VDEV-GRUPO
           ADD WV-QTDE-DEVOLVIDA  TO WS-QDEV-CATALOGO
           ADD WV-VALOR-DEVOLVIDO TO WS-VDEV-CATALOGO
           ADD WV-QTDE-DEVOLVIDA  TO WS-QDEV-GERAL
           ADD WV-VALOR-DEVOLVIDO TO WS-VDEV-GERAL.
       300-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
