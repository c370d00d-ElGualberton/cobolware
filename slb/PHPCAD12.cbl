       SECURITY.      *************************************************
                      *                                               *
                      *  Entrada de pedidos de venda: le PEDIDO.TXT   *
                      *  (codigo do cliente, deposito de saida e      *
                      *  itens), valida o cliente em ClienteReg e o   *
                      *  deposito em DepositoReg (sem deposito na     *
                      *  linha C, o principal 001), precifica pelo    *
                      *  cadastro (FileName) com o desconto da faixa  *
                      *  do cliente em TierReg, valida o saldo do     *
                      *  deposito em EstoqueReg, baixa o estoque      *
                      *  gravando EM-SAIDA em EstoqueMov com o numero *
                      *  do pedido, guarda o pedido em PedidoCab/     *
                      *  PedidoItm e emite o documento do pedido com  *
                      *  totais. Itens sem saldo suficiente (ou ainda *
                      *  sem saldo registrado no deposito) ficam      *
                      *  pendentes em BackOrdReg (atendidos depois    *
                      *  pelo PHPCAD22) e saem no documento. Linhas N *
                      *  logo apos um item com garantia vinculam o    *
                      *  numero de serie (SerialReg) ao pedido e ao   *
                      *  cliente, com o vencimento da garantia pelo   *
                      *  prazo do item em GarantiaReg; a serie tem de *
                      *  ter entrado no deposito do pedido. As series *
                      *  saem no documento. Linhas recusadas vao para *
                      *  arquivo de rejeitos com o motivo.            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueMov.

           SELECT ClienteReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-NOME
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ClienteReg.

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

           SELECT TierReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TR-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-TierReg.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoItm.

           SELECT BackOrdReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BO-CHAVE
                  ALTERNATE RECORD KEY IS BO-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-BackOrdReg.

           SELECT SerialReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SER-CHAVE
                  ALTERNATE RECORD KEY IS SER-NUMERO-ALT
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SER-PEDIDO-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-SerialReg.

           SELECT GarantiaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GAR-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-GarantiaReg.

       DATA DIVISION.
       FILE SECTION.

           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
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

       FD  ClienteReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ClienteReg.

       01  CLIENTE-REG.
           05 CLI-CODIGO                  PIC  9(006).
           05 CLI-NOME                    PIC  X(030).
           05 CLI-CNPJ-CPF                PIC  X(014).
           05 CLI-ENDERECO                PIC  X(040).
           05 CLI-CIDADE                  PIC  X(020).
           05 CLI-UF                      PIC  X(002).
           05 CLI-FAIXA                   PIC  9(001).
              88 CLI-VAREJO                            VALUE 1.
              88 CLI-ATACADO                           VALUE 2.
              88 CLI-CONTRATO                          VALUE 3.
           05 CLI-LIMITE-CREDITO          PIC  9(008)V99.
           05 CLI-DATA-ALTERACAO.
              10 CLI-DATA-ALT             PIC  9(008).
              10 CLI-HORA-ALT             PIC  9(006).
           05 CLI-ATIVO                   PIC  X(001).
              88 CLI-REG-ATIVO                         VALUE "1".
              88 CLI-REG-INATIVO                       VALUE "0".
           05 CLI-PRAZO-PAGTO             PIC  9(003).

       FD  DepositoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-DepositoReg.

       01  DEPOSITO-REG.
           05 DEP-CODIGO                  PIC  9(003).
           05 DEP-DESCRICAO               PIC  X(030).
           05 DEP-DATA-ALTERACAO.
              10 DEP-DATA-ALT             PIC  9(008).
              10 DEP-HORA-ALT             PIC  9(006).
           05 DEP-ATIVO                   PIC  X(001).
              88 DEP-REG-ATIVO                         VALUE "1".
              88 DEP-REG-INATIVO                       VALUE "0".

       FD  TierReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-TierReg.

       01  TIER-REG.
           05 TR-CHAVE.
              10 TR-CODIGO                PIC  9(001).
              10 TR-TIPO                  PIC  9(001).
           05 TR-DESCRICAO                PIC  X(030).
           05 TR-DESCONTO                 PIC  9(003)V99.

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
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

       FD  SerialReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-SerialReg.

       01  SERIAL-REG.
           05 SER-CHAVE.
              10 SER-CATALOGO             PIC  9(003).
              10 SER-CODIGO               PIC  9(005).
              10 SER-NUMERO               PIC  X(020).
           05 SER-NUMERO-ALT              PIC  X(020).
           05 SER-SITUACAO                PIC  X(001).
              88 SER-EM-ESTOQUE               VALUE "E".
              88 SER-VENDIDO                  VALUE "V".
           05 SER-COMPRA                  PIC  9(006).
           05 SER-DATA-ENTRADA            PIC  9(008).
           05 SER-DEPOSITO-ENTRADA        PIC  9(003).
           05 SER-PEDIDO-ITEM.
              10 SER-PEDIDO               PIC  9(006).
              10 SER-PEDIDO-SEQ           PIC  9(003).
           05 SER-COD-CLIENTE             PIC  9(006).
           05 SER-CLIENTE                 PIC  X(030).
           05 SER-DATA-VENDA              PIC  9(008).
           05 SER-GARANTIA-MESES          PIC  9(003).
           05 SER-GARANTIA-ATE            PIC  9(008).
           05 SER-DATA-ALTERACAO.
              10 SER-DATA-ALT             PIC  9(008).
              10 SER-HORA-ALT             PIC  9(006).
           05 SER-OPERADOR                PIC  9(003).

       FD  GarantiaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-GarantiaReg.

       01  GARANTIA-REG.
           05 GAR-CHAVE.
              10 GAR-CATALOGO             PIC  9(003).
              10 GAR-CODIGO               PIC  9(005).
           05 GAR-DESCRICAO               PIC  X(030).
           05 GAR-MESES                   PIC  9(003).
           05 GAR-DATA-ALTERACAO.
              10 GAR-DATA-ALT             PIC  9(008).
              10 GAR-HORA-ALT             PIC  9(006).

       WORKING-STORAGE SECTION.

       01  TAB-DESCONTOS.
           05 TD-FAIXA OCCURS 3 TIMES.
              10 TD-TIPO OCCURS 10 TIMES.
                 15 TD-USADO              PIC  X(001).
                    88 TD-COM-DESCONTO        VALUE "S".
                 15 TD-DESCONTO           PIC  9(003)V99.

       01  WS-REG.
           05 WS-TIPO-LINHA         PIC  X(001).
              88 WS-LINHA-CLIENTE       VALUE "C" "c".
              88 WS-LINHA-ITEM          VALUE "I" "i".
              88 WS-LINHA-SERIAL        VALUE "N" "n".
           05 WS-CLIENTE            PIC  X(006).
           05 WS-DEPOSITO           PIC  X(003).
           05 WS-CATALOGO-ENT       PIC  X(003).
           05 WS-CODIGO             PIC  X(005).
           05 WS-QUANTIDADE         PIC  X(010).
              10 WS-QTDE-CHEIA      PIC  9(007).
              10 WS-QTDE-SEPARADOR  PIC  X(001).
              10 WS-QTDE-CENTAVOS   PIC  9(002).
           05 WS-SERIAL             PIC  X(020).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
              "EstoqueMov".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 FS-ClienteReg               PIC  X(002) VALUE "00".
           05 LB-ClienteReg               PIC  X(050) VALUE
              "ClienteReg".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 FS-TierReg                  PIC  X(002) VALUE "00".
           05 LB-TierReg                  PIC  X(050) VALUE "TierReg".
           05 WS-FIM-TierReg              PIC  X(001) VALUE "N".
              88 AT-END-TierReg               VALUE "S".
           05 WS-IND-TIPO                 PIC  9(002) COMP VALUE 0.
           05 WS-DESCONTO                 PIC  9(003)V99 VALUE ZEROS.
           05 WS-PRECO-FAIXA              PIC  9(008)V99 VALUE ZEROS.
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-BackOrdReg               PIC  X(002) VALUE "00".
           05 LB-BackOrdReg               PIC  X(050) VALUE
              "BackOrdReg".
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 FS-GarantiaReg              PIC  X(002) VALUE "00".
           05 LB-GarantiaReg              PIC  X(050) VALUE
              "GarantiaReg".
           05 WS-SERIAL-LIBERADO          PIC  X(001) VALUE "N".
              88 SERIAL-LIBERADO               VALUE "S"
                                               FALSE "N".
           05 WS-ITEM-GARANTIA            PIC  X(001) VALUE "N".
              88 ITEM-COM-GARANTIA             VALUE "S"
                                               FALSE "N".
           05 WS-ITEM-BACKORDER           PIC  X(001) VALUE "N".
              88 ITEM-EM-BACKORDER             VALUE "S"
                                               FALSE "N".
           05 WS-SERIAL-CATALOGO          PIC  9(003) VALUE ZEROS.
           05 WS-SERIAL-CODIGO            PIC  9(005) VALUE ZEROS.
           05 WS-SERIAL-SEQ               PIC  9(003) VALUE ZEROS.
           05 WS-SERIAIS-ESPERADOS        PIC  9(007) VALUE ZEROS.
           05 WS-SERIAIS-ITEM             PIC  9(007) VALUE ZEROS.
           05 WS-GARANTIA-MESES           PIC  9(003) VALUE ZEROS.
           05 WS-MESES-SOMA               PIC  9(005) VALUE ZEROS.
           05 WS-DATA-CALC                PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-DATA-CALC.
              10 WS-CALC-ANO              PIC  9(004).
              10 WS-CALC-MES              PIC  9(002).
              10 WS-CALC-DIA              PIC  9(002).
           05 WS-DIAS-MES                 PIC  9(002) VALUE ZEROS.
           05 WS-CALC-QUOC                PIC  9(005) VALUE ZEROS.
           05 WS-CALC-RESTO-4             PIC  9(003) VALUE ZEROS.
           05 WS-CALC-RESTO-12            PIC  9(003) VALUE ZEROS.
           05 WS-CALC-RESTO-100           PIC  9(003) VALUE ZEROS.
           05 WS-CALC-RESTO-400           PIC  9(003) VALUE ZEROS.
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-PEDIDO-ATUAL             PIC  9(006) VALUE ZEROS.
           05 WS-PEDIDO-EDT               PIC  9(006) VALUE ZEROS.
           05 WS-CLIENTE-ATUAL            PIC  X(030) VALUE SPACES.
           05 WS-COD-CLIENTE-ATUAL        PIC  9(006) VALUE ZEROS.
           05 WS-FAIXA                    PIC  9(001) VALUE ZEROS.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-SEQ-ITEM                 PIC  9(003) VALUE ZEROS.
           05 WS-BACKORDERS-PEDIDO        PIC  9(003) VALUE ZEROS.
           05 WS-TOTAL-PEDIDO             PIC  9(009)V99 VALUE ZEROS.
           05 WS-QTDE-MOVTO               PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-MOVTO.
              10 WS-QTDE-MOVTO-CENT       PIC  9(002).
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-VALOR-ITEM               PIC  9(009)V99 VALUE ZEROS.
           05 WS-CUSTO-UNIT               PIC  9(008)V99 VALUE ZEROS.
           05 WS-MOVTO-DATA-HORA.
              10 WS-MOVTO-DATA            PIC  9(008) VALUE ZEROS.
              10 WS-MOVTO-HORA            PIC  9(006) VALUE ZEROS.
           05 WS-SALDO-INSUFICIENTE       PIC  X(001) VALUE "N".
              88 SALDO-INSUFICIENTE            VALUE "S"
                                               FALSE "N".
           05 WS-PEDIDO-ABERTO            PIC  X(001) VALUE "N".
              88 PEDIDO-ABERTO                 VALUE "S"
                                               FALSE "N".
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-PEDIDOS                  PIC  9(006) VALUE ZEROS.
           05 WS-ITENS                    PIC  9(006) VALUE ZEROS.
           05 WS-BACKORDERS               PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-SERIAIS-VINCULADOS       PIC  9(006) VALUE ZEROS.
           05 WS-SERIAIS-DIVERGENTES      PIC  9(006) VALUE ZEROS.

       01  TAB-DIAS-MES.
           05 FILLER                      PIC  X(024) VALUE
              "312831303130313130313031".
       01  REDEFINES TAB-DIAS-MES.
           05 TM-DIAS OCCURS 12 TIMES     PIC  9(002).

       01  WS-DOC-CABECALHO.
           05 FILLER                      PIC  X(007) VALUE "Pedido ".
           05 WDC-DATA                    PIC  9(008).
           05 FILLER                      PIC  X(006) VALUE " Hora ".
           05 WDC-HORA                    PIC  9(006).
           05 FILLER                      PIC  X(010) VALUE
              " Deposito ".
           05 WDC-DEPOSITO                PIC  9(003).

       01  WS-DOC-CLIENTE.
           05 FILLER                      PIC  X(008) VALUE
              "Cliente ".
           05 WDL-COD-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDL-CLIENTE                 PIC  X(030).
           05 FILLER                      PIC  X(007) VALUE
              " Faixa ".
           05 WDL-FAIXA                   PIC  9(001).

       01  WS-DOC-TITULO.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-VALOR                   PIC  ZZZZZZZZ9.99.

       01  WS-DOC-SERIAL.
           05 FILLER                      PIC  X(010) VALUE SPACES.
           05 FILLER                      PIC  X(008) VALUE
              "N.Serie ".
           05 WDS-NUMERO                  PIC  X(020).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDS-GARANTIA                PIC  X(030).

       01  WS-DOC-TOTAL.
           05 FILLER                      PIC  X(021) VALUE
              "Total do pedido.....:".
           05 WDT-TOTAL                   PIC  ZZZZZZZZ9.99.

       01  WS-DOC-BACKORDER.
           05 FILLER                      PIC  X(045) VALUE
              "Itens pendentes (backorder - entrega futura):".

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           PERFORM 110-CARREGA-FAIXAS THRU 110-99-FIM
           PERFORM TEST AFTER UNTIL AT-END-ENTRADA
              READ Entrada
                   AT END SET AT-END-ENTRADA TO TRUE
           IF   PEDIDO-ABERTO
                PERFORM 500-FECHA-PEDIDO THRU 500-99-FIM
           END-IF
           CLOSE Entrada Rejeitos FileName EstoqueReg ClienteReg
                 DepositoReg SerialReg GarantiaReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Pedidos gerados...: " WS-PEDIDOS
           DISPLAY "Itens gravados....: " WS-ITENS
           DISPLAY "Itens em backorder: " WS-BACKORDERS
           DISPLAY "Numeros de serie..: " WS-SERIAIS-VINCULADOS
           DISPLAY "Series divergentes: " WS-SERIAIS-DIVERGENTES
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           STOP RUN.

                        FS-FileName
                STOP RUN
           END-IF
           OPEN INPUT ClienteReg
           IF   FS-ClienteReg > "09"
                DISPLAY "Nao foi possivel abrir ClienteReg - status "
                        FS-ClienteReg
                STOP RUN
           END-IF
           OPEN INPUT DepositoReg
           IF   FS-DepositoReg > "09"
                DISPLAY "Nao foi possivel abrir DepositoReg - status "
                        FS-DepositoReg
                STOP RUN
           END-IF
           OPEN I-O EstoqueReg
           IF   FS-EstoqueReg = "35"
                OPEN OUTPUT EstoqueReg
                CLOSE EstoqueReg
                OPEN I-O EstoqueReg
           END-IF
           OPEN I-O SerialReg
           IF   FS-SerialReg = "35"
                OPEN OUTPUT SerialReg
                CLOSE SerialReg
                OPEN I-O SerialReg
           END-IF
           OPEN INPUT GarantiaReg
           IF   FS-GarantiaReg = "35"
                OPEN OUTPUT GarantiaReg
                CLOSE GarantiaReg
                OPEN INPUT GarantiaReg
           END-IF
           IF   FS-EstoqueReg > "09" OR FS-Rejeitos > "09"
             OR FS-SerialReg > "09" OR FS-GarantiaReg > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-EstoqueReg " " FS-Rejeitos " "
                        FS-SerialReg " " FS-GarantiaReg
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       110-CARREGA-FAIXAS.
           INITIALIZE TAB-DESCONTOS
           OPEN INPUT TierReg
           IF   FS-TierReg > "09"
                GO TO 110-99-FIM
           END-IF
           PERFORM TEST AFTER UNTIL AT-END-TierReg
              READ TierReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-TierReg TO TRUE
              END-READ
              IF   NOT AT-END-TierReg
               AND FS-TierReg > "09"
                   SET AT-END-TierReg TO TRUE
              END-IF
              IF   NOT AT-END-TierReg
               AND TR-CODIGO > 0 AND TR-CODIGO < 4
                   COMPUTE WS-IND-TIPO = TR-TIPO + 1
                   SET TD-COM-DESCONTO(TR-CODIGO, WS-IND-TIPO)
                       TO TRUE
                   MOVE TR-DESCONTO TO
                        TD-DESCONTO(TR-CODIGO, WS-IND-TIPO)
              END-IF
           END-PERFORM
           CLOSE TierReg.
       110-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
                    PERFORM 220-ABRE-PEDIDO THRU 220-99-FIM
               WHEN WS-LINHA-ITEM
                    PERFORM 300-PROCESSA-ITEM THRU 300-99-FIM
               WHEN WS-LINHA-SERIAL
                    PERFORM 400-PROCESSA-SERIAL THRU 400-99-FIM
               WHEN OTHER
                    MOVE "Tipo de linha invalido (use C, I ou N)." TO
                         WS-MSG-ERRO
                    PERFORM 250-REJEITA THRU 250-99-FIM
           END-EVALUATE.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-CLIENTE
                                       WS-DEPOSITO
           IF   WS-CLIENTE = SPACES
                MOVE "Cliente nao pode ser em branco." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 225-VALIDA-CLIENTE THRU 225-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 227-VALIDA-DEPOSITO THRU 227-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 230-PROXIMO-PEDIDO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE CLI-CODIGO TO WS-COD-CLIENTE-ATUAL
           MOVE CLI-NOME   TO WS-CLIENTE-ATUAL
           MOVE CLI-FAIXA  TO WS-FAIXA
           MOVE DEP-CODIGO TO WS-DEPOSITO-ATUAL
           MOVE ZEROS      TO WS-SEQ-ITEM
           MOVE ZEROS      TO WS-BACKORDERS-PEDIDO
           MOVE ZEROS      TO WS-TOTAL-PEDIDO
           SET PEDIDO-ABERTO TO TRUE.
       220-99-FIM. EXIT.

       225-VALIDA-CLIENTE.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-CLIENTE IS NOT NUMERIC
                MOVE "Codigo de cliente invalido." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           MOVE WS-CLIENTE TO CLI-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-ClienteReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ ClienteReg ignore lock
              IF   FS-ClienteReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-ClienteReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   FS-ClienteReg > "09"
                MOVE "Cliente nao cadastrado." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   CLI-REG-INATIVO
                MOVE "Cliente inativo." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   CLI-FAIXA < 1 OR CLI-FAIXA > 3
                MOVE "Cliente sem faixa de preco valida." TO
                     WS-MSG-ERRO
           END-IF.
       225-99-FIM. EXIT.

       227-VALIDA-DEPOSITO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-DEPOSITO = SPACES
                MOVE "001" TO WS-DEPOSITO
           END-IF
           IF   WS-DEPOSITO IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                GO TO 227-99-FIM
           END-IF
           MOVE WS-DEPOSITO TO DEP-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-DepositoReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ DepositoReg ignore lock
              IF   FS-DepositoReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-DepositoReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 227-99-FIM
           END-IF
           IF   FS-DepositoReg > "09"
                MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
                GO TO 227-99-FIM
           END-IF
           IF   DEP-REG-INATIVO
                MOVE "Deposito inativo." TO WS-MSG-ERRO
           END-IF.
       227-99-FIM. EXIT.

       230-PROXIMO-PEDIDO.
           MOVE "P" TO CTD-TIPO-DOC
           OPEN I-O CtrlDoc
       250-99-FIM. EXIT.

       300-PROCESSA-ITEM.
           PERFORM 460-CONFERE-SERIAIS THRU 460-99-FIM
           IF   NOT PEDIDO-ABERTO
                MOVE "Item sem linha de cliente anterior." TO
                     WS-MSG-ERRO
                GO TO 300-99-FIM
           END-IF
           PERFORM 340-BAIXA-ESTOQUE THRU 340-99-FIM
           IF   SALDO-INSUFICIENTE
                PERFORM 390-GRAVA-BACKORDER THRU 390-99-FIM
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   SALDO-INSUFICIENTE
                SET ITEM-EM-BACKORDER TO TRUE
                GO TO 300-99-FIM
           END-IF
           PERFORM 380-GRAVA-ITEM-PEDIDO THRU 380-99-FIM
           MOVE FileName-CATALOGO   TO WS-SERIAL-CATALOGO
           MOVE FileName-CODIGO     TO WS-SERIAL-CODIGO
           MOVE WS-SEQ-ITEM         TO WS-SERIAL-SEQ
           MOVE WS-QTDE-MOVTO-CHEIA TO WS-SERIAIS-ESPERADOS
           MOVE ZEROS               TO WS-SERIAIS-ITEM
           SET SERIAL-LIBERADO TO TRUE
           IF   FileName-GARANTIA = 1
                SET ITEM-COM-GARANTIA TO TRUE
           END-IF.
       300-99-FIM. EXIT.

       320-VALIDA-ITEM.

       340-BAIXA-ESTOQUE.
           MOVE SPACES TO WS-MSG-ERRO
           SET SALDO-INSUFICIENTE TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO TO EST-CATALOGO
           MOVE FileName-CODIGO   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                     WS-MSG-ERRO
                GO TO 340-99-FIM
           END-IF
           IF   FS-EstoqueReg = "23"
                MOVE "Item sem saldo no deposito." TO WS-MSG-ERRO
                SET SALDO-INSUFICIENTE TO TRUE
                GO TO 340-99-FIM
           END-IF
           IF   FS-EstoqueReg > "09"
                STRING "FileStatus " FS-EstoqueReg
                       " na leitura do saldo."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 340-99-FIM
           END-IF
           IF   WS-QTDE-MOVTO > EST-SALDO
                MOVE "Saldo insuficiente para saida." TO WS-MSG-ERRO
                SET SALDO-INSUFICIENTE TO TRUE
                GO TO 340-99-FIM
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           SET EM-SAIDA TO TRUE
           MOVE WS-QTDE-MOVTO     TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
           MOVE WS-PEDIDO-ATUAL   TO EM-DOCUMENTO
           MOVE EST-CUSTO-MEDIO   TO EM-CUSTO-UNIT
           MOVE WS-OPERADOR       TO EM-OPERADOR
           MOVE EST-CUSTO-MEDIO   TO WS-CUSTO-UNIT
           MOVE ZEROS             TO WS-MOVTO-DATA-HORA
           OPEN I-O EstoqueMov
           IF   FS-EstoqueMov = "35"
                OPEN OUTPUT EstoqueMov
                DISPLAY "FileStatus " FS-EstoqueMov
                        " ao gravar movimento " EM-CATALOGO " "
                        EM-CODIGO " pedido " EM-DOCUMENTO
           ELSE
                MOVE EM-DATA-HORA TO WS-MOVTO-DATA-HORA
           END-IF
           CLOSE EstoqueMov.
       360-99-FIM. EXIT.

       370-CALCULA-PRECO-FAIXA.
           MOVE ZEROS TO WS-DESCONTO
           COMPUTE WS-IND-TIPO = FileName-TIPO + 1
           IF   TD-COM-DESCONTO(WS-FAIXA, WS-IND-TIPO)
                MOVE TD-DESCONTO(WS-FAIXA, WS-IND-TIPO)
                     TO WS-DESCONTO
           ELSE
                IF   TD-COM-DESCONTO(WS-FAIXA, 1)
                     MOVE TD-DESCONTO(WS-FAIXA, 1) TO WS-DESCONTO
                END-IF
           END-IF
           COMPUTE WS-PRECO-FAIXA ROUNDED =
                   FileName-PRECO -
                   (FileName-PRECO * WS-DESCONTO / 100)
                   ON SIZE ERROR
                      MOVE FileName-PRECO TO WS-PRECO-FAIXA
           END-COMPUTE.
       370-99-FIM. EXIT.

       380-GRAVA-ITEM-PEDIDO.
           ADD 1 TO WS-SEQ-ITEM
           PERFORM 370-CALCULA-PRECO-FAIXA THRU 370-99-FIM
           COMPUTE WS-VALOR-ITEM ROUNDED =
                   WS-QTDE-MOVTO * WS-PRECO-FAIXA
           INITIALIZE PEDIDO-ITM-REG
           MOVE WS-PEDIDO-ATUAL    TO PI-PEDIDO
           MOVE WS-SEQ-ITEM        TO PI-SEQ
           MOVE FileName-CODIGO    TO PI-CODIGO
           MOVE FileName-DESCRICAO TO PI-DESCRICAO
           MOVE WS-QTDE-MOVTO      TO PI-QUANTIDADE
           MOVE WS-PRECO-FAIXA     TO PI-PRECO-UNIT
           MOVE WS-VALOR-ITEM      TO PI-VALOR
           MOVE WS-CUSTO-UNIT      TO PI-CUSTO-UNIT
           MOVE WS-MOVTO-DATA-HORA TO PI-MOVTO-DATA-HORA
           OPEN I-O PedidoItm
           IF   FS-PedidoItm = "35"
                OPEN OUTPUT PedidoItm
           ADD 1 TO WS-ITENS.
       380-99-FIM. EXIT.

       390-GRAVA-BACKORDER.
           PERFORM 370-CALCULA-PRECO-FAIXA THRU 370-99-FIM
           INITIALIZE BACKORDER-REG
           MOVE FileName-CATALOGO    TO BO-CATALOGO
           MOVE FileName-CODIGO      TO BO-CODIGO
           ACCEPT BO-DATA FROM DATE YYYYMMDD
           ACCEPT BO-HORA FROM TIME
           MOVE WS-PEDIDO-ATUAL      TO BO-PEDIDO
           MOVE WS-COD-CLIENTE-ATUAL TO BO-COD-CLIENTE
           MOVE WS-CLIENTE-ATUAL     TO BO-CLIENTE
           MOVE FileName-DESCRICAO   TO BO-DESCRICAO
           MOVE WS-QTDE-MOVTO        TO BO-QTDE-PEDIDA
           MOVE WS-QTDE-MOVTO        TO BO-QTDE-PENDENTE
           MOVE WS-PRECO-FAIXA       TO BO-PRECO-UNIT
           SET BO-PENDENTE TO TRUE
           MOVE BO-DATA              TO BO-DATA-SITUACAO
           MOVE WS-OPERADOR          TO BO-OPERADOR
           OPEN I-O BackOrdReg
           IF   FS-BackOrdReg = "35"
                OPEN OUTPUT BackOrdReg
                CLOSE BackOrdReg
                OPEN I-O BackOrdReg
           END-IF
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-BackOrdReg NOT = "22"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   WRITE BACKORDER-REG
                   IF   FS-BackOrdReg = "22"
                        ADD 1 TO WS-TENTATIVAS
                        ADD 1 TO BO-HORA
                   END-IF
           END-PERFORM
           CLOSE BackOrdReg
           IF   FS-BackOrdReg > "09"
                STRING "FileStatus " FS-BackOrdReg
                       " ao gravar backorder."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 390-99-FIM
           END-IF
           MOVE SPACES TO WS-MSG-ERRO
           ADD 1 TO WS-BACKORDERS-PEDIDO
           ADD 1 TO WS-BACKORDERS.
       390-99-FIM. EXIT.

       400-PROCESSA-SERIAL.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-SERIAL
           IF   ITEM-EM-BACKORDER
                MOVE "Item em backorder; serie nao vinculada." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   NOT SERIAL-LIBERADO
                MOVE "Serie sem item vendido anterior." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   NOT ITEM-COM-GARANTIA
                MOVE "Item nao controla garantia." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   WS-SERIAL = SPACES
                MOVE "Numero de serie em branco." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   WS-SERIAIS-ITEM NOT < WS-SERIAIS-ESPERADOS
                MOVE "Series excedem a quantidade vendida." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           INITIALIZE SERIAL-REG
           MOVE WS-SERIAL-CATALOGO TO SER-CATALOGO
           MOVE WS-SERIAL-CODIGO   TO SER-CODIGO
           MOVE WS-SERIAL          TO SER-NUMERO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-SerialReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ SerialReg
              IF   FS-SerialReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-SerialReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   FS-SerialReg > "09"
                MOVE "Numero de serie nao cadastrado." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   NOT SER-EM-ESTOQUE
                MOVE "Numero de serie ja vendido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           IF   SER-DEPOSITO-ENTRADA NOT = WS-DEPOSITO-ATUAL
                MOVE "Serie de outro deposito." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           PERFORM 420-BUSCA-PRAZO-GARANTIA THRU 420-99-FIM
           SET SER-VENDIDO TO TRUE
           MOVE WS-PEDIDO-ATUAL      TO SER-PEDIDO
           MOVE WS-SERIAL-SEQ        TO SER-PEDIDO-SEQ
           MOVE WS-COD-CLIENTE-ATUAL TO SER-COD-CLIENTE
           MOVE WS-CLIENTE-ATUAL     TO SER-CLIENTE
           ACCEPT SER-DATA-VENDA FROM DATE YYYYMMDD
           MOVE WS-GARANTIA-MESES    TO SER-GARANTIA-MESES
           PERFORM 440-CALCULA-VENCIMENTO THRU 440-99-FIM
           ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT SER-HORA-ALT FROM TIME
           MOVE WS-OPERADOR          TO SER-OPERADOR
           REWRITE SERIAL-REG
           IF   FS-SerialReg > "09"
                STRING "FileStatus " FS-SerialReg
                       " ao regravar numero de serie."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 400-99-FIM
           END-IF
           ADD 1 TO WS-SERIAIS-ITEM
           ADD 1 TO WS-SERIAIS-VINCULADOS.
       400-99-FIM. EXIT.

       420-BUSCA-PRAZO-GARANTIA.
           MOVE ZEROS TO WS-GARANTIA-MESES
           MOVE WS-SERIAL-CATALOGO TO GAR-CATALOGO
           MOVE WS-SERIAL-CODIGO   TO GAR-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-GarantiaReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ GarantiaReg ignore lock
              IF   FS-GarantiaReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-GarantiaReg < "10"
                MOVE GAR-MESES TO WS-GARANTIA-MESES
           END-IF.
       420-99-FIM. EXIT.

       440-CALCULA-VENCIMENTO.
           MOVE ZEROS TO SER-GARANTIA-ATE
           IF   WS-GARANTIA-MESES = ZEROS
                GO TO 440-99-FIM
           END-IF
           MOVE SER-DATA-VENDA TO WS-DATA-CALC
           COMPUTE WS-MESES-SOMA = WS-CALC-MES - 1 + WS-GARANTIA-MESES
           DIVIDE WS-MESES-SOMA BY 12 GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-12
           ADD  WS-CALC-QUOC TO WS-CALC-ANO
           COMPUTE WS-CALC-MES = WS-CALC-RESTO-12 + 1
           PERFORM 450-DIAS-DO-MES THRU 450-99-FIM
           IF   WS-CALC-DIA > WS-DIAS-MES
                MOVE WS-DIAS-MES TO WS-CALC-DIA
           END-IF
           MOVE WS-DATA-CALC TO SER-GARANTIA-ATE.
       440-99-FIM. EXIT.

       450-DIAS-DO-MES.
           MOVE TM-DIAS(WS-CALC-MES) TO WS-DIAS-MES
           IF   WS-CALC-MES NOT = 2
                GO TO 450-99-FIM
           END-IF
           DIVIDE WS-CALC-ANO BY 4   GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-4
           DIVIDE WS-CALC-ANO BY 100 GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-100
           DIVIDE WS-CALC-ANO BY 400 GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-400
           IF   WS-CALC-RESTO-4 = ZEROS
            AND (WS-CALC-RESTO-100 NOT = ZEROS
             OR  WS-CALC-RESTO-400 = ZEROS)
                MOVE 29 TO WS-DIAS-MES
           END-IF.
       450-99-FIM. EXIT.

       460-CONFERE-SERIAIS.
           IF   SERIAL-LIBERADO
            AND ITEM-COM-GARANTIA
            AND WS-SERIAIS-ITEM NOT = WS-SERIAIS-ESPERADOS
                DISPLAY "Pedido " WS-PEDIDO-ATUAL " item "
                        WS-SERIAL-SEQ ": " WS-SERIAIS-ITEM " de "
                        WS-SERIAIS-ESPERADOS " series informadas."
                ADD 1 TO WS-SERIAIS-DIVERGENTES
           END-IF
           SET SERIAL-LIBERADO   TO FALSE
           SET ITEM-COM-GARANTIA TO FALSE
           SET ITEM-EM-BACKORDER TO FALSE.
       460-99-FIM. EXIT.

       500-FECHA-PEDIDO.
           PERFORM 460-CONFERE-SERIAIS THRU 460-99-FIM
           SET PEDIDO-ABERTO TO FALSE
           IF   WS-SEQ-ITEM = ZEROS
            AND WS-BACKORDERS-PEDIDO = ZEROS
                DISPLAY "Pedido " WS-PEDIDO-ATUAL
                        " sem itens - descartado."
                GO TO 500-99-FIM
           ACCEPT PC-HORA FROM TIME
           MOVE WS-SEQ-ITEM      TO PC-ITENS
           MOVE WS-TOTAL-PEDIDO  TO PC-TOTAL
           MOVE WS-COD-CLIENTE-ATUAL TO PC-COD-CLIENTE
           MOVE WS-FAIXA         TO PC-FAIXA
           MOVE WS-DEPOSITO-ATUAL TO PC-DEPOSITO
           SET PC-FECHADO        TO TRUE
           OPEN I-O PedidoCab
           IF   FS-PedidoCab = "35"
                OPEN OUTPUT PedidoCab
           MOVE PC-PEDIDO TO WDC-PEDIDO
           MOVE PC-DATA   TO WDC-DATA
           MOVE PC-HORA   TO WDC-HORA
           MOVE PC-DEPOSITO TO WDC-DEPOSITO
           MOVE WS-DOC-CABECALHO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE PC-COD-CLIENTE TO WDL-COD-CLIENTE
           MOVE PC-CLIENTE     TO WDL-CLIENTE
           MOVE PC-FAIXA       TO WDL-FAIXA
           MOVE WS-DOC-CLIENTE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           MOVE WS-TOTAL-PEDIDO TO WDT-TOTAL
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           IF   WS-BACKORDERS-PEDIDO > ZEROS
                MOVE SPACES TO LINHA-DOCUMENTO
                WRITE LINHA-DOCUMENTO
                MOVE WS-DOC-BACKORDER TO LINHA-DOCUMENTO
                WRITE LINHA-DOCUMENTO
                PERFORM 560-IMPRIME-BACKORDERS THRU 560-99-FIM
           END-IF
           CLOSE Documento.
       520-99-FIM. EXIT.

                   MOVE PI-VALOR      TO WDD-VALOR
                   MOVE WS-DOC-DETALHE TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
                   PERFORM 545-IMPRIME-SERIAIS THRU 545-99-FIM
              END-IF
           END-PERFORM
           CLOSE PedidoItm.
       540-99-FIM. EXIT.

       545-IMPRIME-SERIAIS.
           INITIALIZE SERIAL-REG
           MOVE PI-PEDIDO TO SER-PEDIDO
           MOVE PI-SEQ    TO SER-PEDIDO-SEQ
           START SerialReg KEY NOT < SER-PEDIDO-ITEM
                 INVALID KEY MOVE "10" TO FS-SerialReg
           END-START
           PERFORM TEST AFTER UNTIL FS-SerialReg > "09"
              READ SerialReg NEXT RECORD
                             IGNORE LOCK
              IF   FS-SerialReg < "10"
               AND (SER-PEDIDO NOT = PI-PEDIDO
                OR  SER-PEDIDO-SEQ NOT = PI-SEQ)
                   MOVE "10" TO FS-SerialReg
              END-IF
              IF   FS-SerialReg < "10"
                   MOVE SER-NUMERO TO WDS-NUMERO
                   MOVE SPACES TO WDS-GARANTIA
                   IF   SER-GARANTIA-ATE = ZEROS
                        MOVE "Garantia sem prazo cadastrado" TO
                             WDS-GARANTIA
                   ELSE
                        STRING "Garantia ate " SER-GARANTIA-ATE
                               DELIMITED BY SIZE INTO WDS-GARANTIA
                   END-IF
                   MOVE WS-DOC-SERIAL TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
              END-IF
           END-PERFORM
           MOVE "00" TO FS-SerialReg.
       545-99-FIM. EXIT.

       560-IMPRIME-BACKORDERS.
           OPEN INPUT BackOrdReg
           IF   FS-BackOrdReg > "09"
                CLOSE BackOrdReg
                GO TO 560-99-FIM
           END-IF
           INITIALIZE BACKORDER-REG
           MOVE WS-PEDIDO-ATUAL TO BO-PEDIDO
           START BackOrdReg KEY NOT < BO-PEDIDO
                 INVALID KEY MOVE "10" TO FS-BackOrdReg
           END-START
           PERFORM TEST AFTER UNTIL FS-BackOrdReg > "09"
              READ BackOrdReg NEXT RECORD
                              IGNORE LOCK
              IF   FS-BackOrdReg < "10"
               AND BO-PEDIDO NOT = WS-PEDIDO-ATUAL
                   MOVE "10" TO FS-BackOrdReg
              END-IF
              IF   FS-BackOrdReg < "10"
                   MOVE BO-CATALOGO      TO WDD-CATALOGO
                   MOVE BO-CODIGO        TO WDD-CODIGO
                   MOVE BO-DESCRICAO     TO WDD-DESCRICAO
                   MOVE BO-QTDE-PENDENTE TO WDD-QUANTIDADE
                   MOVE BO-PRECO-UNIT    TO WDD-PRECO
                   COMPUTE WDD-VALOR ROUNDED =
                           BO-QTDE-PENDENTE * BO-PRECO-UNIT
                   MOVE WS-DOC-DETALHE TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
              END-IF
           END-PERFORM
           CLOSE BackOrdReg.
       560-99-FIM. EXIT.

       END PROGRAM PHPCAD12.
