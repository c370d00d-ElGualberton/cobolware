       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD22.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Atendimento de backorders: percorre          *
                      *  BackOrdReg (gravado pelo PHPCAD12 quando     *
                      *  falta saldo) por item e data, e aloca o      *
                      *  saldo de EstoqueReg no deposito de cada      *
                      *  pedido aos pedidos mais antigos primeiro     *
                      *  (atendimento parcial permitido). Item ainda  *
                      *  sem saldo registrado no deposito continua    *
                      *  aguardando ate a primeira entrada. Cada      *
                      *  alocacao baixa o estoque gravando EM-SAIDA   *
                      *  em EstoqueMov com o numero do pedido e       *
                      *  acrescenta um item ao pedido original        *
                      *  (PedidoItm/PedidoCab) ao preco gravado no    *
                      *  backorder. Backorders de pedidos cancelados  *
                      *  sao encerrados. Imprime PHPCAD22.LST com o   *
                      *  que foi liberado e o que continua aguardando *
                      *  saldo. Roda no batch noturno (PHPCAD15),     *
                      *  depois das entradas do dia lancadas pelo     *
                      *  PHPCAD04.                                    *
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

           SELECT EstoqueReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueReg.

           SELECT EstoqueMov ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-CHAVE
                  ALTERNATE RECORD KEY IS EM-DATA-HORA
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueMov.

           SELECT PedidoCab ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PC-PEDIDO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoCab.

           SELECT PedidoItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PI-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoItm.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

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

       FD  EstoqueReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EstoqueReg.

       01  ESTOQUE-REG.
           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
              10 EST-HORA                 PIC  9(006).
           05 EST-CUSTO-MEDIO             PIC  9(008)V99.

       FD  EstoqueMov
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EstoqueMov.

       01  ESTOQUE-MOV-REG.
           05 EM-CHAVE.
              10 EM-CATALOGO              PIC  9(003).
              10 EM-CODIGO                PIC  9(005).
              10 EM-DATA-HORA.
                 15 EM-DATA                PIC  9(008).
                 15 EM-HORA                PIC  9(006).
              10 EM-DEPOSITO              PIC  9(003).
           05 EM-TIPO-MOVTO               PIC  X(001).
              88 EM-ENTRADA                   VALUE "E".
              88 EM-SAIDA                     VALUE "S".
              88 EM-AJUSTE                    VALUE "A".
              88 EM-TRANSF-SAIDA              VALUE "T".
              88 EM-TRANSF-ENTRADA            VALUE "R".
           05 EM-QUANTIDADE               PIC  9(007)V99.
           05 EM-SALDO-ANTERIOR           PIC  9(007)V99.
           05 EM-SALDO-ATUAL              PIC  9(007)V99.
           05 EM-DOCUMENTO                PIC  9(006).
           05 EM-CUSTO-UNIT               PIC  9(008)V99.
           05 EM-OPERADOR                 PIC  9(003).
           05 EM-DEPOSITO-CONTRA          PIC  9(003).

       FD  PedidoCab
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PedidoCab.

       01  PEDIDO-CAB-REG.
           05 PC-PEDIDO                   PIC  9(006).
           05 PC-CLIENTE                  PIC  X(030).
           05 PC-DATA                     PIC  9(008).
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
           VALUE OF FILE-ID IS LB-PedidoItm.

       01  PEDIDO-ITM-REG.
           05 PI-CHAVE.
              10 PI-PEDIDO                PIC  9(006).
              10 PI-SEQ                   PIC  9(003).
           05 PI-CATALOGO                 PIC  9(003).
           05 PI-CODIGO                   PIC  9(005).
           05 PI-DESCRICAO                PIC  X(030).
           05 PI-QUANTIDADE               PIC  9(007)V99.
           05 PI-PRECO-UNIT               PIC  9(008)V99.
           05 PI-VALOR                    PIC  9(009)V99.
           05 PI-CUSTO-UNIT               PIC  9(008)V99.
           05 PI-MOVTO-DATA-HORA.
              10 PI-MOVTO-DATA            PIC  9(008).
              10 PI-MOVTO-HORA            PIC  9(006).
           05 PI-QTDE-DEVOLVIDA           PIC  9(007)V99.

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-BackOrdReg               PIC  X(002) VALUE "00".
           05 LB-BackOrdReg               PIC  X(050) VALUE
              "BackOrdReg".
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD22.LST".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-ITEM-ANTERIOR.
              10 WS-CATALOGO-ANTERIOR     PIC  9(003) VALUE ZEROS.
              10 WS-CODIGO-ANTERIOR       PIC  9(005) VALUE ZEROS.
              10 WS-DEPOSITO-ANTERIOR     PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-QTDE-ALOCADA             PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-VALOR-ITEM               PIC  9(009)V99 VALUE ZEROS.
           05 WS-SITUACAO-LINHA           PIC  X(010) VALUE SPACES.
           05 WS-TEM-SALDO                PIC  X(001) VALUE "N".
              88 TEM-SALDO                     VALUE "S"
                                               FALSE "N".
           05 WS-PRIMEIRO-ITEM            PIC  X(001) VALUE "S".
              88 PRIMEIRO-ITEM                 VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ARQUIVO              PIC  X(001) VALUE "N".
              88 AT-END-ARQUIVO               VALUE "S"
                                              FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDOS                    PIC  9(006) VALUE ZEROS.
           05 WS-LIBERADOS                PIC  9(006) VALUE ZEROS.
           05 WS-ATENDIDOS                PIC  9(006) VALUE ZEROS.
           05 WS-CANCELADOS               PIC  9(006) VALUE ZEROS.
           05 WS-AGUARDANDO               PIC  9(006) VALUE ZEROS.
           05 WS-ERROS                    PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 WS-CAB1-TITULO              PIC  X(040) VALUE SPACES.
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(008) VALUE "PEDIDO".
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(007) VALUE "CODIGO".
           05 FILLER                      PIC  X(010) VALUE "DATA".
           05 FILLER                      PIC  X(017) VALUE
              "CLIENTE".
           05 FILLER                      PIC  X(012) VALUE
              "  LIBERADO".
           05 FILLER                      PIC  X(011) VALUE
              "  PENDENTE".
           05 FILLER                      PIC  X(008) VALUE
              "SITUACAO".

       01  WS-DETALHE.
           05 WD-PEDIDO                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DATA                     PIC  9(008).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CLIENTE                  PIC  X(016).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-LIBERADO                 PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-PENDENTE                 PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SITUACAO                 PIC  X(010).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  ZZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           MOVE "Backorders atendidos" TO WS-CAB1-TITULO
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           PERFORM 200-ALOCA-BACKORDERS THRU 200-99-FIM
           MOVE "Backorders aguardando saldo" TO WS-CAB1-TITULO
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           PERFORM 600-LISTA-PENDENTES THRU 600-99-FIM
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE BackOrdReg EstoqueReg EstoqueMov PedidoCab
                 PedidoItm Listagem
           DISPLAY "Backorders lidos..: " WS-LIDOS
           DISPLAY "Liberacoes........: " WS-LIBERADOS
           DISPLAY "Atendidos total...: " WS-ATENDIDOS
           DISPLAY "Encerrados (canc.): " WS-CANCELADOS
           DISPLAY "Aguardando saldo..: " WS-AGUARDANDO
           DISPLAY "Erros.............: " WS-ERROS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN I-O BackOrdReg
           IF   FS-BackOrdReg = "35"
                DISPLAY "Nenhum backorder gravado."
                STOP RUN
           END-IF
           OPEN I-O EstoqueReg
           IF   FS-EstoqueReg = "35"
                OPEN OUTPUT EstoqueReg
                CLOSE EstoqueReg
                OPEN I-O EstoqueReg
           END-IF
           OPEN I-O EstoqueMov
           IF   FS-EstoqueMov = "35"
                OPEN OUTPUT EstoqueMov
                CLOSE EstoqueMov
                OPEN I-O EstoqueMov
           END-IF
           OPEN I-O PedidoCab
           OPEN I-O PedidoItm
           OPEN OUTPUT Listagem
           IF   FS-BackOrdReg > "09"   OR FS-EstoqueReg > "09"
             OR FS-EstoqueMov > "09"   OR FS-PedidoCab > "09"
             OR FS-PedidoItm > "09"    OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-BackOrdReg " " FS-EstoqueReg " "
                        FS-EstoqueMov " " FS-PedidoCab " "
                        FS-PedidoItm " " FS-Listagem
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-ALOCA-BACKORDERS.
           SET PRIMEIRO-ITEM TO TRUE
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE BACKORDER-REG
           START BackOrdReg KEY NOT < BO-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ BackOrdReg NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-BackOrdReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND BO-PENDENTE
                   ADD 1 TO WS-LIDOS
                   PERFORM 220-TRATA-BACKORDER THRU 220-99-FIM
              END-IF
           END-PERFORM.
       200-99-FIM. EXIT.

       220-TRATA-BACKORDER.
           PERFORM 260-LE-PEDIDO THRU 260-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                DISPLAY "Backorder do pedido " BO-PEDIDO " item "
                        BO-CATALOGO " " BO-CODIGO " - " WS-MSG-ERRO
                ADD 1 TO WS-ERROS
                GO TO 220-99-FIM
           END-IF
           IF   PC-CANCELADO
                SET BO-CANCELADO TO TRUE
                MOVE WS-DATA-EXEC TO BO-DATA-SITUACAO
                MOVE WS-OPERADOR  TO BO-OPERADOR
                REWRITE BACKORDER-REG
                MOVE ZEROS TO WS-QTDE-ALOCADA
                MOVE "Cancelado" TO WS-SITUACAO-LINHA
                PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
                ADD 1 TO WS-CANCELADOS
                GO TO 220-99-FIM
           END-IF
           MOVE PC-DEPOSITO TO WS-DEPOSITO-ATUAL
           IF   WS-DEPOSITO-ATUAL = ZEROS
                MOVE 1 TO WS-DEPOSITO-ATUAL
           END-IF
           IF   PRIMEIRO-ITEM
            OR  BO-CATALOGO       NOT = WS-CATALOGO-ANTERIOR
            OR  BO-CODIGO         NOT = WS-CODIGO-ANTERIOR
            OR  WS-DEPOSITO-ATUAL NOT = WS-DEPOSITO-ANTERIOR
                SET PRIMEIRO-ITEM TO FALSE
                MOVE BO-CATALOGO       TO WS-CATALOGO-ANTERIOR
                MOVE BO-CODIGO         TO WS-CODIGO-ANTERIOR
                MOVE WS-DEPOSITO-ATUAL TO WS-DEPOSITO-ANTERIOR
                PERFORM 240-VERIFICA-SALDO THRU 240-99-FIM
           END-IF
           IF   NOT TEM-SALDO
                GO TO 220-99-FIM
           END-IF
           IF   BO-QTDE-PENDENTE > EST-SALDO
                MOVE EST-SALDO        TO WS-QTDE-ALOCADA
           ELSE
                MOVE BO-QTDE-PENDENTE TO WS-QTDE-ALOCADA
           END-IF
           PERFORM 300-BAIXA-ESTOQUE THRU 300-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                DISPLAY "Backorder do pedido " BO-PEDIDO " item "
                        BO-CATALOGO " " BO-CODIGO " - " WS-MSG-ERRO
                ADD 1 TO WS-ERROS
                GO TO 220-99-FIM
           END-IF
           PERFORM 340-GRAVA-MOVIMENTO THRU 340-99-FIM
           PERFORM 360-ESTENDE-PEDIDO  THRU 360-99-FIM
           SUBTRACT WS-QTDE-ALOCADA FROM BO-QTDE-PENDENTE
           IF   BO-QTDE-PENDENTE = ZEROS
                SET BO-ATENDIDO TO TRUE
                MOVE "Atendido" TO WS-SITUACAO-LINHA
                ADD 1 TO WS-ATENDIDOS
           ELSE
                MOVE "Parcial"  TO WS-SITUACAO-LINHA
           END-IF
           MOVE WS-DATA-EXEC TO BO-DATA-SITUACAO
           MOVE WS-OPERADOR  TO BO-OPERADOR
           REWRITE BACKORDER-REG
           IF   FS-BackOrdReg > "09"
                DISPLAY "FileStatus " FS-BackOrdReg
                        " ao regravar backorder do pedido " BO-PEDIDO
           END-IF
           PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
           ADD 1 TO WS-LIBERADOS
           IF   EST-SALDO = ZEROS
                SET TEM-SALDO TO FALSE
           END-IF.
       220-99-FIM. EXIT.

       240-VERIFICA-SALDO.
           SET TEM-SALDO TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE BO-CATALOGO TO EST-CATALOGO
           MOVE BO-CODIGO   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           READ EstoqueReg IGNORE LOCK
           IF   FS-EstoqueReg = "23"
                GO TO 240-99-FIM
           END-IF
           IF   FS-EstoqueReg > "09"
                DISPLAY "FileStatus " FS-EstoqueReg
                        " ao ler saldo do item " BO-CATALOGO " "
                        BO-CODIGO " deposito " EST-DEPOSITO
                ADD 1 TO WS-ERROS
                GO TO 240-99-FIM
           END-IF
           IF   EST-SALDO > ZEROS
                SET TEM-SALDO TO TRUE
           END-IF.
       240-99-FIM. EXIT.

       260-LE-PEDIDO.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE BO-PEDIDO TO PC-PEDIDO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-PedidoCab NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ PedidoCab
              IF   FS-PedidoCab = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-PedidoCab = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 260-99-FIM
           END-IF
           IF   FS-PedidoCab > "09"
                MOVE "Pedido nao cadastrado." TO WS-MSG-ERRO
           END-IF.
       260-99-FIM. EXIT.

       300-BAIXA-ESTOQUE.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE ESTOQUE-REG
           MOVE BO-CATALOGO TO EST-CATALOGO
           MOVE BO-CODIGO   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ EstoqueReg
              IF   FS-EstoqueReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-EstoqueReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 300-99-FIM
           END-IF
           IF   FS-EstoqueReg > "09"
                MOVE "Item sem saldo registrado." TO WS-MSG-ERRO
                GO TO 300-99-FIM
           END-IF
           IF   WS-QTDE-ALOCADA > EST-SALDO
                MOVE EST-SALDO TO WS-QTDE-ALOCADA
           END-IF
           IF   WS-QTDE-ALOCADA = ZEROS
                MOVE "Saldo insuficiente para saida." TO WS-MSG-ERRO
                GO TO 300-99-FIM
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           SUBTRACT WS-QTDE-ALOCADA FROM EST-SALDO
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           REWRITE ESTOQUE-REG
           IF   FS-EstoqueReg > "09"
                STRING "FileStatus " FS-EstoqueReg " na regravacao."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-IF.
       300-99-FIM. EXIT.

       340-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           SET EM-SAIDA TO TRUE
           MOVE WS-QTDE-ALOCADA   TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
           MOVE EST-SALDO         TO EM-SALDO-ATUAL
           MOVE BO-PEDIDO         TO EM-DOCUMENTO
           MOVE EST-CUSTO-MEDIO   TO EM-CUSTO-UNIT
           MOVE WS-OPERADOR       TO EM-OPERADOR
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueMov NOT = "22"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   WRITE ESTOQUE-MOV-REG
                   IF   FS-EstoqueMov = "22"
                        ADD 1 TO WS-TENTATIVAS
                        ADD 1 TO EM-HORA
                   END-IF
           END-PERFORM
           IF   FS-EstoqueMov > "09"
                DISPLAY "FileStatus " FS-EstoqueMov
                        " ao gravar movimento " EM-CATALOGO " "
                        EM-CODIGO " pedido " EM-DOCUMENTO
                MOVE ZEROS TO EM-DATA-HORA
           END-IF.
       340-99-FIM. EXIT.

       360-ESTENDE-PEDIDO.
           COMPUTE WS-VALOR-ITEM ROUNDED =
                   WS-QTDE-ALOCADA * BO-PRECO-UNIT
           ADD 1 TO PC-ITENS
           INITIALIZE PEDIDO-ITM-REG
           MOVE BO-PEDIDO          TO PI-PEDIDO
           MOVE PC-ITENS           TO PI-SEQ
           MOVE BO-CATALOGO        TO PI-CATALOGO
           MOVE BO-CODIGO          TO PI-CODIGO
           MOVE BO-DESCRICAO       TO PI-DESCRICAO
           MOVE WS-QTDE-ALOCADA    TO PI-QUANTIDADE
           MOVE BO-PRECO-UNIT      TO PI-PRECO-UNIT
           MOVE WS-VALOR-ITEM      TO PI-VALOR
           MOVE EST-CUSTO-MEDIO    TO PI-CUSTO-UNIT
           MOVE EM-DATA-HORA       TO PI-MOVTO-DATA-HORA
           WRITE PEDIDO-ITM-REG
           IF   FS-PedidoItm > "09"
                DISPLAY "FileStatus " FS-PedidoItm
                        " ao gravar item " PI-PEDIDO " " PI-SEQ
           END-IF
           ADD WS-VALOR-ITEM TO PC-TOTAL
           IF   PC-DEVOLVIDO
                SET PC-DEVOLVIDO-PARCIAL TO TRUE
           END-IF
           REWRITE PEDIDO-CAB-REG
           IF   FS-PedidoCab > "09"
                DISPLAY "FileStatus " FS-PedidoCab
                        " ao regravar pedido " PC-PEDIDO
           END-IF.
       360-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-EXEC TO WS-CAB1-DATA
           MOVE WS-PAGINA    TO WS-CAB1-PAGINA
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

       500-IMPRIME-DETALHE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE BO-PEDIDO         TO WD-PEDIDO
           MOVE BO-CATALOGO       TO WD-CATALOGO
           MOVE BO-CODIGO         TO WD-CODIGO
           MOVE BO-DATA           TO WD-DATA
           MOVE BO-CLIENTE        TO WD-CLIENTE
           MOVE WS-QTDE-ALOCADA   TO WD-LIBERADO
           MOVE BO-QTDE-PENDENTE  TO WD-PENDENTE
           MOVE WS-SITUACAO-LINHA TO WD-SITUACAO
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       600-LISTA-PENDENTES.
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE BACKORDER-REG
           START BackOrdReg KEY NOT < BO-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ BackOrdReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-BackOrdReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND BO-PENDENTE
                   MOVE ZEROS TO WS-QTDE-ALOCADA
                   MOVE "Aguardando" TO WS-SITUACAO-LINHA
                   PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
                   ADD 1 TO WS-AGUARDANDO
              END-IF
           END-PERFORM.
       600-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Liberacoes..................:" TO WTL-ROTULO
           MOVE WS-LIBERADOS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Backorders atendidos total..:" TO WTL-ROTULO
           MOVE WS-ATENDIDOS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Encerrados (pedido cancel.).:" TO WTL-ROTULO
           MOVE WS-CANCELADOS TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Aguardando saldo............:" TO WTL-ROTULO
           MOVE WS-AGUARDANDO TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       END PROGRAM PHPCAD22.
