       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD21.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cancelamento de pedidos e devolucoes de      *
                      *  clientes: le DEVOLUCAO.TXT com linhas        *
                      *  C;pedido (cancela o pedido inteiro) e        *
                      *  D;pedido;seq;qtde (devolve a quantidade do   *
                      *  item; em branco devolve o saldo do item).    *
                      *  Repoe EstoqueReg no deposito da saida        *
                      *  original gravando EM-ENTRADA em EstoqueMov   *
                      *  com o EM-DOCUMENTO e o EM-CUSTO-UNIT da      *
                      *  saida original, registra a devolucao em      *
                      *  DevolucaoReg (numerada via CtrlDoc),         *
                      *  atualiza a situacao do pedido em PedidoCab   *
                      *  com o operador e emite o documento de        *
                      *  devolucao. Cancelamento sem quantidade a     *
                      *  estornar (itens so em backorder ou ja        *
                      *  devolvidos) marca o pedido como cancelado,   *
                      *  para o PHPCAD22 encerrar os backorders, sem  *
                      *  emitir documento. Os numeros de serie        *
                      *  vendidos no item voltam ao estoque em        *
                      *  SerialReg (todos no cancelamento e na        *
                      *  devolucao do saldo do item; na devolucao     *
                      *  parcial, tantos quanto a quantidade          *
                      *  devolvida). Item ja faturado (FaturaItm) nao *
                      *  e cancelado nem devolvido; pedido com item   *
                      *  faturado nao pode ser cancelado. Linhas      *
                      *  recusadas vao para arquivo de rejeitos com o *
                      *  motivo.                                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Entrada ASSIGN TO LB-Entrada
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Entrada.

           SELECT Rejeitos ASSIGN TO LB-Rejeitos
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Rejeitos.

           SELECT Documento ASSIGN TO LB-Documento
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Documento.

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

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

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

           SELECT DevolucaoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DV-CHAVE
                  ALTERNATE RECORD KEY IS DV-DATA-HORA
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DevolucaoReg.

           SELECT FaturaItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FI-CHAVE
                  ALTERNATE RECORD KEY IS FI-ITEM-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FaturaItm.

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

       DATA DIVISION.
       FILE SECTION.

       FD  Entrada
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Entrada.

       01  LINHA-ENTRADA                  PIC  X(200).

       FD  Rejeitos
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Rejeitos.

       01  REJ-REG.
           05 REJ-MOTIVO                  PIC  X(040).
           05 REJ-SEPARADOR               PIC  X(001).
           05 REJ-LINHA                   PIC  X(200).

       FD  Documento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Documento.

       01  LINHA-DOCUMENTO                PIC  X(080).

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

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

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

       FD  FaturaItm
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FaturaItm.

       01  FATURA-ITM-REG.
           05 FI-CHAVE.
              10 FI-NUMERO                PIC  9(006).
              10 FI-SEQ                   PIC  9(003).
           05 FI-ITEM-PEDIDO.
              10 FI-PEDIDO                PIC  9(006).
              10 FI-SEQ-PEDIDO            PIC  9(003).
           05 FI-CATALOGO                 PIC  9(003).
           05 FI-CODIGO                   PIC  9(005).
           05 FI-DESCRICAO                PIC  X(030).
           05 FI-TIPO                     PIC  9(001).
           05 FI-IMPORTADO                PIC  9(001).
           05 FI-QUANTIDADE               PIC  9(007)V99.
           05 FI-PRECO-UNIT               PIC  9(008)V99.
           05 FI-VALOR                    PIC  9(009)V99.
           05 FI-ALIQUOTA                 PIC  9(003)V99.
           05 FI-VALOR-IMPOSTO            PIC  9(009)V99.

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

       WORKING-STORAGE SECTION.

       01  WS-REG.
           05 WS-TIPO-LINHA         PIC  X(001).
              88 WS-LINHA-CANCELA       VALUE "C" "c".
              88 WS-LINHA-DEVOLVE       VALUE "D" "d".
           05 WS-PEDIDO-ENT         PIC  X(006).
           05 WS-SEQ-ENT            PIC  X(003).
           05 WS-QUANTIDADE         PIC  X(010).
           05 REDEFINES WS-QUANTIDADE.
              10 WS-QTDE-CHEIA      PIC  9(007).
              10 WS-QTDE-SEPARADOR  PIC  X(001).
              10 WS-QTDE-CENTAVOS   PIC  9(002).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "DEVOLUCAO.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "DEVOLUCAOREJ.TXT".
           05 FS-Documento                PIC  X(002) VALUE "00".
           05 LB-Documento                PIC  X(050) VALUE SPACES.
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-DevolucaoReg             PIC  X(002) VALUE "00".
           05 LB-DevolucaoReg             PIC  X(050) VALUE
              "DevolucaoReg".
           05 FS-FaturaItm                PIC  X(002) VALUE "00".
           05 LB-FaturaItm                PIC  X(050) VALUE
              "FaturaItm".
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-DEVOLUCAO-ATUAL          PIC  9(006) VALUE ZEROS.
           05 WS-DEVOLUCAO-EDT            PIC  9(006) VALUE ZEROS.
           05 WS-PEDIDO-ATUAL             PIC  9(006) VALUE ZEROS.
           05 WS-COD-CLIENTE-ATUAL        PIC  9(006) VALUE ZEROS.
           05 WS-CLIENTE-ATUAL            PIC  X(030) VALUE SPACES.
           05 WS-SEQ-DEVOLUCAO            PIC  9(003) VALUE ZEROS.
           05 WS-TOTAL-DEVOLUCAO          PIC  9(009)V99 VALUE ZEROS.
           05 WS-TIPO-DEVOLUCAO           PIC  X(001) VALUE SPACES.
              88 DEVOLUCAO-CANCELA            VALUE "C".
              88 DEVOLUCAO-ITENS              VALUE "D".
           05 WS-QTDE-MOVTO               PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-MOVTO.
              10 WS-QTDE-MOVTO-CHEIA      PIC  9(007).
              10 WS-QTDE-MOVTO-CENT       PIC  9(002).
           05 WS-QTDE-A-DEVOLVER          PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-VALOR-ITEM               PIC  9(009)V99 VALUE ZEROS.
           05 WS-CUSTO-ORIGINAL           PIC  9(008)V99 VALUE ZEROS.
           05 WS-DOC-ORIGINAL             PIC  9(006) VALUE ZEROS.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-ORIGINAL        PIC  9(003) VALUE ZEROS.
           05 WS-DATA-PEDIDO              PIC  9(008) VALUE ZEROS.
           05 WS-SERIAIS-A-LIBERAR        PIC  9(007) VALUE ZEROS.
           05 WS-DEVOLUCAO-ABERTA         PIC  X(001) VALUE "N".
              88 DEVOLUCAO-ABERTA              VALUE "S"
                                               FALSE "N".
           05 WS-ESTOQUE-NOVO             PIC  X(001) VALUE "N".
              88 ESTOQUE-NOVO                  VALUE "S"
                                               FALSE "N".
           05 WS-ACHOU-MOVTO              PIC  X(001) VALUE "N".
              88 ACHOU-MOVTO                   VALUE "S"
                                               FALSE "N".
           05 WS-RESTA-SALDO              PIC  X(001) VALUE "N".
              88 RESTA-SALDO                   VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ENTRADA              PIC  X(001) VALUE "N".
              88 AT-END-ENTRADA               VALUE "S".
           05 WS-FIM-ARQUIVO              PIC  X(001) VALUE "N".
              88 AT-END-ARQUIVO               VALUE "S"
                                              FALSE "N".
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-DEVOLUCOES               PIC  9(006) VALUE ZEROS.
           05 WS-CANCELADOS               PIC  9(006) VALUE ZEROS.
           05 WS-ITENS                    PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-SERIAIS-LIBERADOS        PIC  9(006) VALUE ZEROS.

       01  WS-DOC-CABECALHO.
           05 FILLER                      PIC  X(010) VALUE
              "Devolucao ".
           05 WDC-DEVOLUCAO               PIC  9(006).
           05 FILLER                      PIC  X(008) VALUE
              " Pedido ".
           05 WDC-PEDIDO                  PIC  9(006).
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WDC-DATA                    PIC  9(008).
           05 FILLER                      PIC  X(006) VALUE " Hora ".
           05 WDC-HORA                    PIC  9(006).

       01  WS-DOC-CLIENTE.
           05 FILLER                      PIC  X(008) VALUE
              "Cliente ".
           05 WDL-COD-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDL-CLIENTE                 PIC  X(030).

       01  WS-DOC-TIPO.
           05 WDP-TIPO                    PIC  X(030).
           05 FILLER                      PIC  X(010) VALUE
              "Operador ".
           05 WDP-OPERADOR                PIC  9(003).

       01  WS-DOC-TITULO.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(008) VALUE "CODIGO".
           05 FILLER                      PIC  X(031) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(012) VALUE
              "QUANTIDADE".
           05 FILLER                      PIC  X(013) VALUE "PRECO".
           05 FILLER                      PIC  X(005) VALUE "VALOR".

       01  WS-DOC-DETALHE.
           05 WDD-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-DESCRICAO               PIC  X(030).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-QUANTIDADE              PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-PRECO                   PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-VALOR                   PIC  ZZZZZZZZ9.99.

       01  WS-DOC-TOTAL.
           05 FILLER                      PIC  X(021) VALUE
              "Total devolvido.....:".
           05 WDT-TOTAL                   PIC  ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           PERFORM TEST AFTER UNTIL AT-END-ENTRADA
              READ Entrada
                   AT END SET AT-END-ENTRADA TO TRUE
              END-READ
              IF   NOT AT-END-ENTRADA
               AND LINHA-ENTRADA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM 200-PROCESSA-LINHA THRU 200-99-FIM
              END-IF
           END-PERFORM
           IF   DEVOLUCAO-ABERTA
                PERFORM 500-FECHA-DEVOLUCAO THRU 500-99-FIM
           END-IF
           CLOSE Entrada Rejeitos EstoqueReg EstoqueMov
                 PedidoCab PedidoItm DevolucaoReg FaturaItm SerialReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Pedidos cancelados: " WS-CANCELADOS
           DISPLAY "Devolucoes........: " WS-DEVOLUCOES
           DISPLAY "Itens devolvidos..: " WS-ITENS
           DISPLAY "Numeros de serie..: " WS-SERIAIS-LIBERADOS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT Entrada
           IF   FS-Entrada > "09"
                DISPLAY "Nao foi possivel abrir " LB-Entrada
                        " - status " FS-Entrada
                STOP RUN
           END-IF
           OPEN OUTPUT Rejeitos
           OPEN I-O PedidoCab
           IF   FS-PedidoCab > "09"
                DISPLAY "Nao foi possivel abrir PedidoCab - status "
                        FS-PedidoCab
                STOP RUN
           END-IF
           OPEN I-O PedidoItm
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
           OPEN I-O DevolucaoReg
           IF   FS-DevolucaoReg = "35"
                OPEN OUTPUT DevolucaoReg
                CLOSE DevolucaoReg
                OPEN I-O DevolucaoReg
           END-IF
           OPEN INPUT FaturaItm
           IF   FS-FaturaItm = "35"
                OPEN OUTPUT FaturaItm
                CLOSE FaturaItm
                OPEN INPUT FaturaItm
           END-IF
           OPEN I-O SerialReg
           IF   FS-SerialReg = "35"
                OPEN OUTPUT SerialReg
                CLOSE SerialReg
                OPEN I-O SerialReg
           END-IF
           IF   FS-PedidoItm > "09"    OR FS-EstoqueReg > "09"
             OR FS-EstoqueMov > "09"   OR FS-DevolucaoReg > "09"
             OR FS-Rejeitos > "09"     OR FS-FaturaItm > "09"
             OR FS-SerialReg > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-PedidoItm " " FS-EstoqueReg " "
                        FS-EstoqueMov " " FS-DevolucaoReg " "
                        FS-Rejeitos " " FS-FaturaItm " "
                        FS-SerialReg
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
           MOVE LINHA-ENTRADA(1:1) TO WS-TIPO-LINHA
           EVALUATE TRUE
               WHEN WS-LINHA-CANCELA
                    PERFORM 220-CANCELA-PEDIDO THRU 220-99-FIM
               WHEN WS-LINHA-DEVOLVE
                    PERFORM 300-DEVOLVE-ITEM THRU 300-99-FIM
               WHEN OTHER
                    MOVE "Tipo de linha invalido (use C ou D)." TO
                         WS-MSG-ERRO
                    PERFORM 250-REJEITA THRU 250-99-FIM
           END-EVALUATE.
       200-99-FIM. EXIT.

       220-CANCELA-PEDIDO.
           IF   DEVOLUCAO-ABERTA
                PERFORM 500-FECHA-DEVOLUCAO THRU 500-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-PEDIDO-ENT
           PERFORM 230-VALIDA-PEDIDO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 235-VERIFICA-FATURAMENTO THRU 235-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           SET DEVOLUCAO-CANCELA TO TRUE
           PERFORM 240-ABRE-DEVOLUCAO THRU 240-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE PEDIDO-ITM-REG
           MOVE WS-PEDIDO-ATUAL TO PI-PEDIDO
           START PedidoItm KEY NOT < PI-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ PedidoItm NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND (FS-PedidoItm > "09"
                OR  PI-PEDIDO NOT = WS-PEDIDO-ATUAL)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND PI-QUANTIDADE > PI-QTDE-DEVOLVIDA
                   COMPUTE WS-QTDE-MOVTO =
                           PI-QUANTIDADE - PI-QTDE-DEVOLVIDA
                   PERFORM 400-ESTORNA-ITEM THRU 400-99-FIM
                   IF   WS-MSG-ERRO NOT = SPACES
                        PERFORM 250-REJEITA THRU 250-99-FIM
                        MOVE SPACES TO WS-MSG-ERRO
                   END-IF
              END-IF
           END-PERFORM
           PERFORM 500-FECHA-DEVOLUCAO THRU 500-99-FIM.
       220-99-FIM. EXIT.

       230-VALIDA-PEDIDO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-PEDIDO-ENT IS NOT NUMERIC
                MOVE "Numero de pedido invalido." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           MOVE WS-PEDIDO-ENT TO PC-PEDIDO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-PedidoCab NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ PedidoCab ignore lock
              IF   FS-PedidoCab = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-PedidoCab = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   FS-PedidoCab > "09"
                MOVE "Pedido nao cadastrado." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   PC-CANCELADO
                MOVE "Pedido ja cancelado." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   PC-DEVOLVIDO
            AND WS-LINHA-DEVOLVE
                MOVE "Pedido ja devolvido por completo." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           MOVE PC-PEDIDO      TO WS-PEDIDO-ATUAL
           MOVE PC-COD-CLIENTE TO WS-COD-CLIENTE-ATUAL
           MOVE PC-CLIENTE     TO WS-CLIENTE-ATUAL
           MOVE PC-DATA        TO WS-DATA-PEDIDO
           MOVE PC-DEPOSITO    TO WS-DEPOSITO-ATUAL
           IF   WS-DEPOSITO-ATUAL = ZEROS
                MOVE 1 TO WS-DEPOSITO-ATUAL
           END-IF.
       230-99-FIM. EXIT.

       235-VERIFICA-FATURAMENTO.
           MOVE SPACES TO WS-MSG-ERRO
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE PEDIDO-ITM-REG
           MOVE WS-PEDIDO-ATUAL TO PI-PEDIDO
           START PedidoItm KEY NOT < PI-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ PedidoItm NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND (FS-PedidoItm > "09"
                OR  PI-PEDIDO NOT = WS-PEDIDO-ATUAL)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND PI-QUANTIDADE > PI-QTDE-DEVOLVIDA
                   PERFORM 405-VERIFICA-ITEM-FATURADO THRU 405-99-FIM
                   IF   WS-MSG-ERRO NOT = SPACES
                        MOVE "Pedido com itens ja faturados." TO
                             WS-MSG-ERRO
                        SET AT-END-ARQUIVO TO TRUE
                   END-IF
              END-IF
           END-PERFORM.
       235-99-FIM. EXIT.

       240-ABRE-DEVOLUCAO.
           MOVE "D" TO CTD-TIPO-DOC
           OPEN I-O CtrlDoc
           IF   FS-CtrlDoc = "35"
                OPEN OUTPUT CtrlDoc
                CLOSE CtrlDoc
                OPEN I-O CtrlDoc
           END-IF
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-CtrlDoc NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ CtrlDoc
              IF   FS-CtrlDoc = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-CtrlDoc = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                CLOSE CtrlDoc
                GO TO 240-99-FIM
           END-IF
           IF   FS-CtrlDoc = "23"
                INITIALIZE CTRL-DOC-REG
                MOVE "D" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-DEVOLUCAO-ATUAL
           CLOSE CtrlDoc
           MOVE ZEROS TO WS-SEQ-DEVOLUCAO
           MOVE ZEROS TO WS-TOTAL-DEVOLUCAO
           SET DEVOLUCAO-ABERTA TO TRUE.
       240-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       300-DEVOLVE-ITEM.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-PEDIDO-ENT
                                       WS-SEQ-ENT
                                       WS-QUANTIDADE
           IF   WS-PEDIDO-ENT IS NOT NUMERIC
                MOVE "Numero de pedido invalido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   DEVOLUCAO-ABERTA
            AND WS-PEDIDO-ENT NOT = WS-PEDIDO-ATUAL
                PERFORM 500-FECHA-DEVOLUCAO THRU 500-99-FIM
           END-IF
           IF   WS-SEQ-ENT IS NOT NUMERIC
                MOVE "Sequencia do item invalida." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   WS-QUANTIDADE NOT = SPACES
            AND (WS-QTDE-CHEIA    IS NOT NUMERIC
             OR  WS-QTDE-CENTAVOS IS NOT NUMERIC)
                MOVE "Quantidade invalida." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   NOT DEVOLUCAO-ABERTA
                PERFORM 230-VALIDA-PEDIDO THRU 230-99-FIM
                IF   WS-MSG-ERRO NOT = SPACES
                     PERFORM 250-REJEITA THRU 250-99-FIM
                     GO TO 300-99-FIM
                END-IF
                SET DEVOLUCAO-ITENS TO TRUE
                PERFORM 240-ABRE-DEVOLUCAO THRU 240-99-FIM
                IF   WS-MSG-ERRO NOT = SPACES
                     PERFORM 250-REJEITA THRU 250-99-FIM
                     GO TO 300-99-FIM
                END-IF
           END-IF
           MOVE WS-PEDIDO-ATUAL TO PI-PEDIDO
           MOVE WS-SEQ-ENT      TO PI-SEQ
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-PedidoItm NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ PedidoItm
              IF   FS-PedidoItm = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-PedidoItm = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   FS-PedidoItm > "09"
                MOVE "Item nao encontrado no pedido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           COMPUTE WS-QTDE-A-DEVOLVER =
                   PI-QUANTIDADE - PI-QTDE-DEVOLVIDA
           IF   WS-QUANTIDADE = SPACES
                MOVE WS-QTDE-A-DEVOLVER TO WS-QTDE-MOVTO
           ELSE
                MOVE WS-QTDE-CHEIA    TO WS-QTDE-MOVTO-CHEIA
                MOVE WS-QTDE-CENTAVOS TO WS-QTDE-MOVTO-CENT
           END-IF
           IF   WS-QTDE-MOVTO = ZEROS
                MOVE "Nada a devolver para o item." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   WS-QTDE-MOVTO > WS-QTDE-A-DEVOLVER
                MOVE "Quantidade maior que a vendida." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 405-VERIFICA-ITEM-FATURADO THRU 405-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 400-ESTORNA-ITEM THRU 400-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
           END-IF.
       300-99-FIM. EXIT.

       400-ESTORNA-ITEM.
           MOVE SPACES TO WS-MSG-ERRO
           PERFORM 410-BUSCA-SAIDA-ORIGINAL THRU 410-99-FIM
           PERFORM 420-REPOE-ESTOQUE THRU 420-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                GO TO 400-99-FIM
           END-IF
           PERFORM 440-GRAVA-MOVIMENTO THRU 440-99-FIM
           ADD WS-QTDE-MOVTO TO PI-QTDE-DEVOLVIDA
           REWRITE PEDIDO-ITM-REG
           IF   FS-PedidoItm > "09"
                DISPLAY "FileStatus " FS-PedidoItm
                        " ao regravar item " PI-PEDIDO " " PI-SEQ
           END-IF
           PERFORM 460-GRAVA-DEVOLUCAO THRU 460-99-FIM
           PERFORM 480-LIBERA-SERIAIS  THRU 480-99-FIM.
       400-99-FIM. EXIT.

       405-VERIFICA-ITEM-FATURADO.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE PI-CHAVE TO FI-ITEM-PEDIDO
           START FaturaItm KEY = FI-ITEM-PEDIDO
                 INVALID KEY MOVE "23" TO FS-FaturaItm
           END-START
           IF   FS-FaturaItm < "10"
                MOVE "Item ja faturado." TO WS-MSG-ERRO
           END-IF.
       405-99-FIM. EXIT.

       410-BUSCA-SAIDA-ORIGINAL.
           SET ACHOU-MOVTO TO FALSE
           MOVE PI-PEDIDO     TO WS-DOC-ORIGINAL
           MOVE PI-CUSTO-UNIT TO WS-CUSTO-ORIGINAL
           MOVE WS-DEPOSITO-ATUAL TO WS-DEPOSITO-ORIGINAL
           IF   PI-MOVTO-DATA NOT = ZEROS
                INITIALIZE ESTOQUE-MOV-REG
                MOVE PI-CATALOGO        TO EM-CATALOGO
                MOVE PI-CODIGO          TO EM-CODIGO
                MOVE PI-MOVTO-DATA-HORA TO EM-DATA-HORA
                MOVE WS-DEPOSITO-ATUAL  TO EM-DEPOSITO
                READ EstoqueMov IGNORE LOCK
                IF   FS-EstoqueMov < "10"
                 AND EM-SAIDA
                     SET ACHOU-MOVTO TO TRUE
                END-IF
           END-IF
           IF   NOT ACHOU-MOVTO
                SET AT-END-ARQUIVO TO FALSE
                INITIALIZE ESTOQUE-MOV-REG
                MOVE PI-CATALOGO TO EM-CATALOGO
                MOVE PI-CODIGO   TO EM-CODIGO
                START EstoqueMov KEY NOT < EM-CHAVE
                      INVALID KEY SET AT-END-ARQUIVO TO TRUE
                END-START
                PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
                   READ EstoqueMov NEXT RECORD IGNORE LOCK
                        AT END SET AT-END-ARQUIVO TO TRUE
                   END-READ
                   IF   NOT AT-END-ARQUIVO
                    AND (FS-EstoqueMov > "09"
                     OR  EM-CATALOGO NOT = PI-CATALOGO
                     OR  EM-CODIGO   NOT = PI-CODIGO)
                        SET AT-END-ARQUIVO TO TRUE
                   END-IF
                   IF   NOT AT-END-ARQUIVO
                    AND EM-SAIDA
                    AND EM-DOCUMENTO = PI-PEDIDO
                    AND EM-DEPOSITO  = WS-DEPOSITO-ATUAL
                    AND EM-DATA NOT < WS-DATA-PEDIDO
                        SET ACHOU-MOVTO TO TRUE
                        SET AT-END-ARQUIVO TO TRUE
                   END-IF
                END-PERFORM
           END-IF
           IF   ACHOU-MOVTO
                MOVE EM-DOCUMENTO  TO WS-DOC-ORIGINAL
                MOVE EM-CUSTO-UNIT TO WS-CUSTO-ORIGINAL
                MOVE EM-DEPOSITO   TO WS-DEPOSITO-ORIGINAL
           END-IF.
       410-99-FIM. EXIT.

       420-REPOE-ESTOQUE.
           INITIALIZE ESTOQUE-REG
           MOVE PI-CATALOGO TO EST-CATALOGO
           MOVE PI-CODIGO   TO EST-CODIGO
           MOVE WS-DEPOSITO-ORIGINAL TO EST-DEPOSITO
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
                GO TO 420-99-FIM
           END-IF
           IF   FS-EstoqueReg = "23"
                INITIALIZE ESTOQUE-REG
                MOVE PI-CATALOGO TO EST-CATALOGO
                MOVE PI-CODIGO   TO EST-CODIGO
                MOVE WS-DEPOSITO-ORIGINAL TO EST-DEPOSITO
                SET ESTOQUE-NOVO TO TRUE
           ELSE
                SET ESTOQUE-NOVO TO FALSE
                IF   FS-EstoqueReg > "09"
                     STRING "FileStatus " FS-EstoqueReg
                            " na leitura do saldo."
                            DELIMITED BY SIZE INTO WS-MSG-ERRO
                     GO TO 420-99-FIM
                END-IF
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           ADD WS-QTDE-MOVTO TO EST-SALDO
           IF   WS-CUSTO-ORIGINAL NOT = ZEROS
            AND EST-SALDO NOT = ZEROS
                COMPUTE EST-CUSTO-MEDIO ROUNDED =
                        (WS-SALDO-ANTERIOR * EST-CUSTO-MEDIO
                         + WS-QTDE-MOVTO * WS-CUSTO-ORIGINAL)
                        / EST-SALDO
                        ON SIZE ERROR CONTINUE
                END-COMPUTE
           END-IF
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           IF   ESTOQUE-NOVO
                WRITE ESTOQUE-REG
           ELSE
                REWRITE ESTOQUE-REG
           END-IF
           IF   FS-EstoqueReg > "09"
                STRING "FileStatus " FS-EstoqueReg " na regravacao."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-IF.
       420-99-FIM. EXIT.

       440-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           SET EM-ENTRADA TO TRUE
           MOVE WS-QTDE-MOVTO     TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
           MOVE EST-SALDO         TO EM-SALDO-ATUAL
           MOVE WS-DOC-ORIGINAL   TO EM-DOCUMENTO
           MOVE WS-CUSTO-ORIGINAL TO EM-CUSTO-UNIT
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
           END-IF.
       440-99-FIM. EXIT.

       460-GRAVA-DEVOLUCAO.
           ADD 1 TO WS-SEQ-DEVOLUCAO
           COMPUTE WS-VALOR-ITEM ROUNDED =
                   WS-QTDE-MOVTO * PI-PRECO-UNIT
           INITIALIZE DEVOLUCAO-REG
           MOVE WS-DEVOLUCAO-ATUAL   TO DV-NUMERO
           MOVE WS-SEQ-DEVOLUCAO     TO DV-SEQ
           MOVE WS-TIPO-DEVOLUCAO    TO DV-TIPO
           MOVE PI-PEDIDO            TO DV-PEDIDO
           MOVE PI-SEQ               TO DV-PEDIDO-SEQ
           MOVE PI-CATALOGO          TO DV-CATALOGO
           MOVE PI-CODIGO            TO DV-CODIGO
           MOVE PI-DESCRICAO         TO DV-DESCRICAO
           MOVE WS-QTDE-MOVTO        TO DV-QUANTIDADE
           MOVE PI-PRECO-UNIT        TO DV-PRECO-UNIT
           MOVE WS-VALOR-ITEM        TO DV-VALOR
           MOVE WS-CUSTO-ORIGINAL    TO DV-CUSTO-UNIT
           MOVE WS-COD-CLIENTE-ATUAL TO DV-COD-CLIENTE
           MOVE EST-DATA             TO DV-DATA
           MOVE EST-HORA             TO DV-HORA
           MOVE WS-OPERADOR          TO DV-OPERADOR
           WRITE DEVOLUCAO-REG
           IF   FS-DevolucaoReg > "09"
                DISPLAY "FileStatus " FS-DevolucaoReg
                        " ao gravar devolucao " DV-NUMERO " " DV-SEQ
           END-IF
           ADD WS-VALOR-ITEM TO WS-TOTAL-DEVOLUCAO
           ADD 1 TO WS-ITENS.
       460-99-FIM. EXIT.

       480-LIBERA-SERIAIS.
           IF   DEVOLUCAO-CANCELA
            OR  PI-QTDE-DEVOLVIDA NOT < PI-QUANTIDADE
                MOVE 9999999 TO WS-SERIAIS-A-LIBERAR
           ELSE
                MOVE WS-QTDE-MOVTO-CHEIA TO WS-SERIAIS-A-LIBERAR
           END-IF
           PERFORM TEST AFTER UNTIL WS-SERIAIS-A-LIBERAR = ZEROS
              PERFORM 485-LE-SERIAL-ITEM THRU 485-99-FIM
              IF   FS-SerialReg > "09"
                   IF   FS-SerialReg NOT = "10"
                    AND FS-SerialReg NOT = "23"
                        DISPLAY "FileStatus " FS-SerialReg
                                " ao ler series do item " PI-PEDIDO
                                " " PI-SEQ
                   END-IF
                   MOVE ZEROS TO WS-SERIAIS-A-LIBERAR
              ELSE
                   SET SER-EM-ESTOQUE TO TRUE
                   MOVE WS-DEPOSITO-ORIGINAL TO SER-DEPOSITO-ENTRADA
                   MOVE ZEROS  TO SER-PEDIDO-ITEM
                   MOVE ZEROS  TO SER-COD-CLIENTE
                   MOVE SPACES TO SER-CLIENTE
                   MOVE ZEROS  TO SER-DATA-VENDA
                   MOVE ZEROS  TO SER-GARANTIA-MESES
                   MOVE ZEROS  TO SER-GARANTIA-ATE
                   ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
                   ACCEPT SER-HORA-ALT FROM TIME
                   MOVE WS-OPERADOR TO SER-OPERADOR
                   REWRITE SERIAL-REG
                   IF   FS-SerialReg > "09"
                        DISPLAY "FileStatus " FS-SerialReg
                                " ao regravar serie " SER-NUMERO
                                " do item " PI-PEDIDO " " PI-SEQ
                        MOVE ZEROS TO WS-SERIAIS-A-LIBERAR
                   ELSE
                        ADD 1 TO WS-SERIAIS-LIBERADOS
                        SUBTRACT 1 FROM WS-SERIAIS-A-LIBERAR
                   END-IF
              END-IF
           END-PERFORM.
       480-99-FIM. EXIT.

       485-LE-SERIAL-ITEM.
           INITIALIZE SERIAL-REG
           MOVE PI-PEDIDO TO SER-PEDIDO
           MOVE PI-SEQ    TO SER-PEDIDO-SEQ
           START SerialReg KEY NOT < SER-PEDIDO-ITEM
                 INVALID KEY MOVE "23" TO FS-SerialReg
           END-START
           IF   FS-SerialReg > "09"
                GO TO 485-99-FIM
           END-IF
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-SerialReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ SerialReg NEXT RECORD
              IF   FS-SerialReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-SerialReg < "10"
            AND (SER-PEDIDO NOT = PI-PEDIDO
             OR  SER-PEDIDO-SEQ NOT = PI-SEQ)
                MOVE "10" TO FS-SerialReg
           END-IF.
       485-99-FIM. EXIT.

       500-FECHA-DEVOLUCAO.
           SET DEVOLUCAO-ABERTA TO FALSE
           IF   WS-SEQ-DEVOLUCAO = ZEROS
            AND NOT DEVOLUCAO-CANCELA
                DISPLAY "Devolucao " WS-DEVOLUCAO-ATUAL
                        " sem itens - descartada."
                GO TO 500-99-FIM
           END-IF
           IF   WS-SEQ-DEVOLUCAO = ZEROS
                DISPLAY "Cancelamento " WS-DEVOLUCAO-ATUAL
                        " sem itens a estornar - documento "
                        "descartado."
           END-IF
           PERFORM 510-VERIFICA-SALDO THRU 510-99-FIM
           MOVE WS-PEDIDO-ATUAL TO PC-PEDIDO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-PedidoCab NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ PedidoCab
              IF   FS-PedidoCab = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-PedidoCab > "09"
                DISPLAY "FileStatus " FS-PedidoCab
                        " ao atualizar situacao do pedido "
                        WS-PEDIDO-ATUAL
           ELSE
                ADD WS-TOTAL-DEVOLUCAO TO PC-VALOR-DEVOLVIDO
                EVALUATE TRUE
                    WHEN DEVOLUCAO-CANCELA
                         SET PC-CANCELADO TO TRUE
                    WHEN RESTA-SALDO
                         SET PC-DEVOLVIDO-PARCIAL TO TRUE
                    WHEN OTHER
                         SET PC-DEVOLVIDO TO TRUE
                END-EVALUATE
                ACCEPT PC-DATA-SITUACAO FROM DATE YYYYMMDD
                MOVE WS-OPERADOR TO PC-OPERADOR-SITUACAO
                REWRITE PEDIDO-CAB-REG
           END-IF
           IF   WS-SEQ-DEVOLUCAO > ZEROS
                PERFORM 520-EMITE-DOCUMENTO THRU 520-99-FIM
           END-IF
           IF   DEVOLUCAO-CANCELA
                ADD 1 TO WS-CANCELADOS
           ELSE
                ADD 1 TO WS-DEVOLUCOES
           END-IF.
       500-99-FIM. EXIT.

       510-VERIFICA-SALDO.
           SET RESTA-SALDO TO FALSE
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE PEDIDO-ITM-REG
           MOVE WS-PEDIDO-ATUAL TO PI-PEDIDO
           START PedidoItm KEY NOT < PI-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ PedidoItm NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND (FS-PedidoItm > "09"
                OR  PI-PEDIDO NOT = WS-PEDIDO-ATUAL)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND PI-QUANTIDADE > PI-QTDE-DEVOLVIDA
                   SET RESTA-SALDO TO TRUE
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
           END-PERFORM.
       510-99-FIM. EXIT.

       520-EMITE-DOCUMENTO.
           MOVE WS-DEVOLUCAO-ATUAL TO WS-DEVOLUCAO-EDT
           INITIALIZE LB-Documento
           STRING "DEVOLUCAO_"
                  WS-DEVOLUCAO-EDT
                  ".TXT"
                  DELIMITED BY SIZE INTO LB-Documento
           OPEN OUTPUT Documento
           IF   FS-Documento > "09"
                DISPLAY "Nao foi possivel abrir " LB-Documento
                        " - status " FS-Documento
                GO TO 520-99-FIM
           END-IF
           MOVE WS-DEVOLUCAO-ATUAL TO WDC-DEVOLUCAO
           MOVE WS-PEDIDO-ATUAL    TO WDC-PEDIDO
           ACCEPT WDC-DATA FROM DATE YYYYMMDD
           ACCEPT WDC-HORA FROM TIME
           MOVE WS-DOC-CABECALHO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-COD-CLIENTE-ATUAL TO WDL-COD-CLIENTE
           MOVE WS-CLIENTE-ATUAL     TO WDL-CLIENTE
           MOVE WS-DOC-CLIENTE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           IF   DEVOLUCAO-CANCELA
                MOVE "Cancelamento do pedido" TO WDP-TIPO
           ELSE
                MOVE "Devolucao de itens"     TO WDP-TIPO
           END-IF
           MOVE WS-OPERADOR TO WDP-OPERADOR
           MOVE WS-DOC-TIPO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-DOC-TITULO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           PERFORM 540-IMPRIME-ITENS THRU 540-99-FIM
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-TOTAL-DEVOLUCAO TO WDT-TOTAL
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           CLOSE Documento.
       520-99-FIM. EXIT.

       540-IMPRIME-ITENS.
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE DEVOLUCAO-REG
           MOVE WS-DEVOLUCAO-ATUAL TO DV-NUMERO
           START DevolucaoReg KEY NOT < DV-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ DevolucaoReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND (FS-DevolucaoReg > "09"
                OR  DV-NUMERO NOT = WS-DEVOLUCAO-ATUAL)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   MOVE DV-CATALOGO   TO WDD-CATALOGO
                   MOVE DV-CODIGO     TO WDD-CODIGO
                   MOVE DV-DESCRICAO  TO WDD-DESCRICAO
                   MOVE DV-QUANTIDADE TO WDD-QUANTIDADE
                   MOVE DV-PRECO-UNIT TO WDD-PRECO
                   MOVE DV-VALOR      TO WDD-VALOR
                   MOVE WS-DOC-DETALHE TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
              END-IF
           END-PERFORM.
       540-99-FIM. EXIT.

       END PROGRAM PHPCAD21.
