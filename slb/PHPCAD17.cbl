                      *  catalogo (descricoes iguais ou parecidas     *
                      *  pela chave alternada); modo M funde um       *
                      *  codigo duplicado no codigo sobrevivente,     *
                      *  somando o saldo de EstoqueReg deposito a     *
                      *  deposito (custo medio ponderado),            *
                      *  rechaveando EstoqueMov, PrecoHist, os        *
                      *  agendamentos ainda nao aplicados de          *
                      *  PrecoAgnd, os backorders pendentes de        *
                      *  BackOrdReg, as estruturas de EstruturaReg    *
                      *  (como kit e como componente; componente      *
                      *  repetido no kit tem as quantidades somadas), *
                      *  as aprovacoes pendentes de PrecoPend e os    *
                      *  numeros de serie de SerialReg, inativando o  *
                      *  duplicado como o DELETE-REG do PHPCAD01 (com *
                      *  AuditReg) e imprimindo o antes/depois da     *
                      *  operacao                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoAgnd.

           SELECT BackOrdReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BO-CHAVE
                  ALTERNATE RECORD KEY IS BO-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-BackOrdReg.

           SELECT EstruturaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ES-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstruturaReg.

           SELECT PrecoPend ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PP-NUMERO
                  ALTERNATE RECORD KEY IS PP-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoPend.

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

           SELECT AuditReg ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
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

       FD  PrecoHist
           LABEL RECORD IS STANDARD
           05 PA-SITUACAO                 PIC  X(001).
              88 PA-PENDENTE                  VALUE "P".
              88 PA-APLICADO                  VALUE "A".
              88 PA-EM-APROVACAO              VALUE "E".
              88 PA-REJEITADO                 VALUE "R".

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

       FD  EstruturaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EstruturaReg.

       01  ESTRUTURA-REG.
           05 ES-CHAVE.
              10 ES-PAI.
                 15 ES-CATALOGO-PAI       PIC  9(003).
                 15 ES-CODIGO-PAI         PIC  9(005).
              10 ES-COMPONENTE.
                 15 ES-CATALOGO-COMP      PIC  9(003).
                 15 ES-CODIGO-COMP        PIC  9(005).
           05 ES-DESCRICAO-COMP           PIC  X(030).
           05 ES-QUANTIDADE               PIC  9(007)V99.
           05 ES-DATA-ALTERACAO.
              10 ES-DATA-ALT              PIC  9(008).
              10 ES-HORA-ALT              PIC  9(006).

       FD  PrecoPend
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PrecoPend.

       01  PRECO-PEND-REG.
           05 PP-NUMERO                   PIC  9(006).
           05 PP-ITEM.
              10 PP-CATALOGO              PIC  9(003).
              10 PP-CODIGO                PIC  9(005).
           05 PP-DESCRICAO                PIC  X(030).
           05 PP-TIPO                     PIC  9(001).
           05 PP-PRECO-ATUAL              PIC  9(008)V99.
           05 PP-PRECO-NOVO               PIC  9(008)V99.
           05 PP-ORIGEM                   PIC  X(008).
           05 PP-DATA-EFETIVA             PIC  9(008).
           05 PP-DATA-SOLICITACAO.
              10 PP-DATA                  PIC  9(008).
              10 PP-HORA                  PIC  9(006).
           05 PP-OPERADOR                 PIC  9(003).
           05 PP-SITUACAO                 PIC  X(001).
              88 PP-PENDENTE                  VALUE "P".
              88 PP-APROVADO                  VALUE "A".
              88 PP-REJEITADO                 VALUE "R".
           05 PP-DATA-DECISAO             PIC  9(008).
           05 PP-HORA-DECISAO             PIC  9(006).
           05 PP-SUPERVISOR               PIC  9(003).
           05 PP-MOTIVO                   PIC  X(040).

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

       FD  AuditReg
           LABEL RECORD IS STANDARD
           05 FS-PrecoAgnd                PIC  X(002) VALUE "00".
           05 LB-PrecoAgnd                PIC  X(050) VALUE
              "PrecoAgnd".
           05 FS-BackOrdReg               PIC  X(002) VALUE "00".
           05 LB-BackOrdReg               PIC  X(050) VALUE
              "BackOrdReg".
           05 FS-EstruturaReg             PIC  X(002) VALUE "00".
           05 LB-EstruturaReg             PIC  X(050) VALUE
              "EstruturaReg".
           05 FS-PrecoPend                PIC  X(002) VALUE "00".
           05 LB-PrecoPend                PIC  X(050) VALUE "PrecoPend".
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE "SerialReg".
           05 FS-AuditReg                 PIC  X(002) VALUE "00".
           05 LB-AuditReg                 PIC  X(050) VALUE "AuditReg".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 WS-MAIUSCULAS               PIC  X(026) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 WS-HORA-ORIGINAL            PIC  9(006) VALUE ZEROS.
           05 WS-ESTRUTURA-ORIGINAL       PIC  X(069) VALUE SPACES.
           05 WS-QTDE-ESTRUTURA           PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-SOBREVIVE          PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-DUPLICADO          PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-SOBREVIVE          PIC  9(008)V99 VALUE ZEROS.
           05 WS-CUSTO-DUPLICADO          PIC  9(008)V99 VALUE ZEROS.
           05 WS-SALDO-FINAL              PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-FINAL              PIC  9(008)V99 VALUE ZEROS.
           05 WS-CODIGO-SOMA              PIC  9(005) VALUE ZEROS.
           05 WS-SALDO-SOMA               PIC  9(007)V99 VALUE ZEROS.
           05 WS-VALOR-SOMA               PIC  9(011)V99 VALUE ZEROS.
           05 WS-CUSTO-SOMA               PIC  9(008)V99 VALUE ZEROS.
           05 WS-DEPOSITOS-SOMA           PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-SALDO-DEP-SOBREVIVE      PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-DEP-DUPLICADO      PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-DEP-SOBREVIVE      PIC  9(008)V99 VALUE ZEROS.
           05 WS-CUSTO-DEP-DUPLICADO      PIC  9(008)V99 VALUE ZEROS.
           05 WS-SALDO-DEP-FINAL          PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-DEP-FINAL          PIC  9(008)V99 VALUE ZEROS.
           05 WS-EST-SOBREVIVE-NOVO       PIC  X(001) VALUE "N".
              88 EST-SOBREVIVE-NOVO           VALUE "S"
                                              FALSE "N".
           05 WS-FIM-ARQUIVO              PIC  X(001) VALUE "N".
              88 AT-END-ARQUIVO               VALUE "S"
                                              FALSE "N".
           05 WS-FIM-DEPOSITO             PIC  X(001) VALUE "N".
              88 AT-END-DEPOSITO              VALUE "S"
                                              FALSE "N".
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-HIST-COLISOES            PIC  9(006) VALUE ZEROS.
           05 WS-AGND-MOVIDOS             PIC  9(006) VALUE ZEROS.
           05 WS-AGND-COLISOES            PIC  9(006) VALUE ZEROS.
           05 WS-BACK-MOVIDOS             PIC  9(006) VALUE ZEROS.
           05 WS-BACK-COLISOES            PIC  9(006) VALUE ZEROS.
           05 WS-ESTR-MOVIDOS             PIC  9(006) VALUE ZEROS.
           05 WS-ESTR-COLISOES            PIC  9(006) VALUE ZEROS.
           05 WS-PEND-MOVIDOS             PIC  9(006) VALUE ZEROS.
           05 WS-PEND-COLISOES            PIC  9(006) VALUE ZEROS.
           05 WS-SER-MOVIDOS              PIC  9(006) VALUE ZEROS.
           05 WS-SER-COLISOES             PIC  9(006) VALUE ZEROS.
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           PERFORM 450-RECHAVEIA-MOVTOS THRU 450-99-FIM
           PERFORM 500-RECHAVEIA-HIST   THRU 500-99-FIM
           PERFORM 550-RECHAVEIA-AGND   THRU 550-99-FIM
           PERFORM 580-RECHAVEIA-BACKORDER THRU 580-99-FIM
           PERFORM 584-RECHAVEIA-ESTRUTURA THRU 584-99-FIM
           PERFORM 590-RECHAVEIA-PENDENTES THRU 590-99-FIM
           PERFORM 595-RECHAVEIA-SERIAIS   THRU 595-99-FIM
           PERFORM 600-INATIVA-DUPLICADO THRU 600-99-FIM
           PERFORM 650-IMPRIME-DEPOIS   THRU 650-99-FIM
           CLOSE FileName Listagem
                   " colisoes " WS-HIST-COLISOES
           DISPLAY "Agendados movidos.: " WS-AGND-MOVIDOS
                   " colisoes " WS-AGND-COLISOES
           DISPLAY "Backorders movidos: " WS-BACK-MOVIDOS
                   " colisoes " WS-BACK-COLISOES
           DISPLAY "Estruturas movidas: " WS-ESTR-MOVIDOS
                   " colisoes " WS-ESTR-COLISOES
           DISPLAY "Pendencias movidas: " WS-PEND-MOVIDOS
                   " colisoes " WS-PEND-COLISOES
           DISPLAY "Series movidas....: " WS-SER-MOVIDOS
                   " colisoes " WS-SER-COLISOES
           DISPLAY "Unificacao gravada em " LB-Listagem.
       300-99-FIM. EXIT.

       320-99-FIM. EXIT.

       330-LE-SALDOS.
           OPEN INPUT EstoqueReg
           IF   FS-EstoqueReg = "35"
                OPEN OUTPUT EstoqueReg
                CLOSE EstoqueReg
                OPEN INPUT EstoqueReg
           END-IF
           MOVE WS-SOBREVIVE-PARM TO WS-CODIGO-SOMA
           PERFORM 335-SOMA-SALDOS THRU 335-99-FIM
           MOVE WS-SALDO-SOMA TO WS-SALDO-SOBREVIVE
           MOVE WS-CUSTO-SOMA TO WS-CUSTO-SOBREVIVE
           MOVE WS-SALDO-SOBREVIVE TO WS-SALDO-FINAL
           MOVE WS-CUSTO-SOBREVIVE TO WS-CUSTO-FINAL
           MOVE WS-DUPLICADO-PARM TO WS-CODIGO-SOMA
           PERFORM 335-SOMA-SALDOS THRU 335-99-FIM
           MOVE WS-SALDO-SOMA TO WS-SALDO-DUPLICADO
           MOVE WS-CUSTO-SOMA TO WS-CUSTO-DUPLICADO
           IF   WS-DEPOSITOS-SOMA > ZEROS
                SET TEM-EST-DUPLICADO TO TRUE
           ELSE
                SET TEM-EST-DUPLICADO TO FALSE
           END-IF
           CLOSE EstoqueReg.
       330-99-FIM. EXIT.

       335-SOMA-SALDOS.
           MOVE ZEROS TO WS-SALDO-SOMA
           MOVE ZEROS TO WS-VALOR-SOMA
           MOVE ZEROS TO WS-CUSTO-SOMA
           MOVE ZEROS TO WS-DEPOSITOS-SOMA
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE WS-CATALOGO-PARM TO EST-CATALOGO
           MOVE WS-CODIGO-SOMA   TO EST-CODIGO
           START EstoqueReg KEY NOT < EST-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ EstoqueReg NEXT RECORD
                   IGNORE LOCK
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-EstoqueReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND (EST-CATALOGO NOT = WS-CATALOGO-PARM
                OR  EST-CODIGO   NOT = WS-CODIGO-SOMA)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   ADD 1 TO WS-DEPOSITOS-SOMA
                   ADD EST-SALDO TO WS-SALDO-SOMA
                   COMPUTE WS-VALOR-SOMA =
                           WS-VALOR-SOMA + EST-SALDO * EST-CUSTO-MEDIO
                   IF   WS-CUSTO-SOMA = ZEROS
                        MOVE EST-CUSTO-MEDIO TO WS-CUSTO-SOMA
                   END-IF
              END-IF
           END-PERFORM
           IF   WS-SALDO-SOMA NOT = ZEROS
                COMPUTE WS-CUSTO-SOMA ROUNDED =
                        WS-VALOR-SOMA / WS-SALDO-SOMA
                        ON SIZE ERROR CONTINUE
                END-COMPUTE
           END-IF.
       335-99-FIM. EXIT.

       400-FUNDE-ESTOQUE.
           IF   NOT TEM-EST-DUPLICADO
                GO TO 400-99-FIM
           END-IF
           OPEN I-O EstoqueReg
           MOVE ZEROS TO WS-DEPOSITO-ATUAL
           SET AT-END-DEPOSITO TO FALSE
           PERFORM TEST AFTER UNTIL AT-END-DEPOSITO
              PERFORM 410-PROXIMO-DEPOSITO THRU 410-99-FIM
              IF   NOT AT-END-DEPOSITO
                   PERFORM 420-FUNDE-DEPOSITO THRU 420-99-FIM
              END-IF
           END-PERFORM
           MOVE WS-SOBREVIVE-PARM TO WS-CODIGO-SOMA
           PERFORM 335-SOMA-SALDOS THRU 335-99-FIM
           MOVE WS-SALDO-SOMA TO WS-SALDO-FINAL
           MOVE WS-CUSTO-SOMA TO WS-CUSTO-FINAL
           CLOSE EstoqueReg.
       400-99-FIM. EXIT.

       410-PROXIMO-DEPOSITO.
           INITIALIZE ESTOQUE-REG
           MOVE WS-CATALOGO-PARM  TO EST-CATALOGO
           MOVE WS-DUPLICADO-PARM TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           START EstoqueReg KEY > EST-CHAVE
                 INVALID KEY SET AT-END-DEPOSITO TO TRUE
           END-START
           IF   AT-END-DEPOSITO
                GO TO 410-99-FIM
           END-IF
           READ EstoqueReg NEXT RECORD
                IGNORE LOCK
                AT END SET AT-END-DEPOSITO TO TRUE
           END-READ
           IF   NOT AT-END-DEPOSITO
            AND (FS-EstoqueReg > "09"
             OR  EST-CATALOGO NOT = WS-CATALOGO-PARM
             OR  EST-CODIGO   NOT = WS-DUPLICADO-PARM)
                SET AT-END-DEPOSITO TO TRUE
           END-IF
           IF   NOT AT-END-DEPOSITO
                MOVE EST-DEPOSITO    TO WS-DEPOSITO-ATUAL
                MOVE EST-SALDO       TO WS-SALDO-DEP-DUPLICADO
                MOVE EST-CUSTO-MEDIO TO WS-CUSTO-DEP-DUPLICADO
           END-IF.
       410-99-FIM. EXIT.

       420-FUNDE-DEPOSITO.
           INITIALIZE ESTOQUE-REG
           MOVE WS-CATALOGO-PARM  TO EST-CATALOGO
           MOVE WS-SOBREVIVE-PARM TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           PERFORM 405-LE-EST-COM-ESPERA THRU 405-99-FIM
           IF   FS-EstoqueReg = "23"
                SET EST-SOBREVIVE-NOVO TO TRUE
                MOVE ZEROS TO WS-SALDO-DEP-SOBREVIVE
                MOVE ZEROS TO WS-CUSTO-DEP-SOBREVIVE
                INITIALIZE ESTOQUE-REG
                MOVE WS-CATALOGO-PARM  TO EST-CATALOGO
                MOVE WS-SOBREVIVE-PARM TO EST-CODIGO
                MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           ELSE
                SET EST-SOBREVIVE-NOVO TO FALSE
                IF   FS-EstoqueReg > "09"
                     DISPLAY "Saldo do deposito " WS-DEPOSITO-ATUAL
                             " nao fundido - FileStatus "
                             FS-EstoqueReg " na leitura."
                     GO TO 420-99-FIM
                END-IF
                MOVE EST-SALDO       TO WS-SALDO-DEP-SOBREVIVE
                MOVE EST-CUSTO-MEDIO TO WS-CUSTO-DEP-SOBREVIVE
           END-IF
           COMPUTE WS-SALDO-DEP-FINAL =
                   WS-SALDO-DEP-SOBREVIVE + WS-SALDO-DEP-DUPLICADO
           IF   WS-CUSTO-DEP-SOBREVIVE = ZEROS
                MOVE WS-CUSTO-DEP-DUPLICADO TO WS-CUSTO-DEP-FINAL
           ELSE
                MOVE WS-CUSTO-DEP-SOBREVIVE TO WS-CUSTO-DEP-FINAL
           END-IF
           IF   WS-SALDO-DEP-FINAL NOT = ZEROS
                COMPUTE WS-CUSTO-DEP-FINAL ROUNDED =
                        (WS-SALDO-DEP-SOBREVIVE * WS-CUSTO-DEP-SOBREVIVE
                         + WS-SALDO-DEP-DUPLICADO
                         * WS-CUSTO-DEP-DUPLICADO)
                        / WS-SALDO-DEP-FINAL
                        ON SIZE ERROR CONTINUE
                END-COMPUTE
           END-IF
           MOVE WS-SALDO-DEP-FINAL TO EST-SALDO
           MOVE WS-CUSTO-DEP-FINAL TO EST-CUSTO-MEDIO
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           IF   EST-SOBREVIVE-NOVO
                REWRITE ESTOQUE-REG
           END-IF
           IF   FS-EstoqueReg > "09"
                DISPLAY "Saldo do deposito " WS-DEPOSITO-ATUAL
                        " nao fundido - FileStatus "
                        FS-EstoqueReg " na gravacao."
                GO TO 420-99-FIM
           END-IF
           INITIALIZE ESTOQUE-REG
           MOVE WS-CATALOGO-PARM  TO EST-CATALOGO
           MOVE WS-DUPLICADO-PARM TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           PERFORM 405-LE-EST-COM-ESPERA THRU 405-99-FIM
           IF   FS-EstoqueReg < "10"
                DELETE EstoqueReg RECORD
           ELSE
                DISPLAY "Saldo do duplicado no deposito "
                        WS-DEPOSITO-ATUAL " nao excluido - "
                        "FileStatus " FS-EstoqueReg
           END-IF.
       420-99-FIM. EXIT.

       405-LE-EST-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND NOT PA-APLICADO
                   PERFORM 570-MOVE-UM-AGND THRU 570-99-FIM
              END-IF
           END-PERFORM
           MOVE WS-DUPLICADO-PARM TO PA-CODIGO.
       570-99-FIM. EXIT.

       580-RECHAVEIA-BACKORDER.
           OPEN I-O BackOrdReg
           IF   FS-BackOrdReg = "35"
                CLOSE BackOrdReg
                GO TO 580-99-FIM
           END-IF
           IF   FS-BackOrdReg > "09"
                DISPLAY "Nao foi possivel abrir BackOrdReg - status "
                        FS-BackOrdReg
                GO TO 580-99-FIM
           END-IF
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE BACKORDER-REG
           MOVE WS-CATALOGO-PARM  TO BO-CATALOGO
           MOVE WS-DUPLICADO-PARM TO BO-CODIGO
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
               AND (BO-CATALOGO NOT = WS-CATALOGO-PARM
                OR  BO-CODIGO   NOT = WS-DUPLICADO-PARM)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND BO-PENDENTE
                   PERFORM 582-MOVE-UM-BACKORDER THRU 582-99-FIM
              END-IF
           END-PERFORM
           CLOSE BackOrdReg.
       580-99-FIM. EXIT.

       582-MOVE-UM-BACKORDER.
           DELETE BackOrdReg RECORD
           IF   FS-BackOrdReg > "09"
                ADD 1 TO WS-BACK-COLISOES
                DISPLAY "Backorder do pedido " BO-PEDIDO
                        " nao movido - FileStatus " FS-BackOrdReg
                GO TO 582-99-FIM
           END-IF
           MOVE BO-HORA TO WS-HORA-ORIGINAL
           MOVE WS-SOBREVIVE-PARM TO BO-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-BackOrdReg NOT = "22"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   WRITE BACKORDER-REG
                   IF   FS-BackOrdReg = "22"
                        ADD 1 TO WS-TENTATIVAS
                        ADD 1 TO BO-HORA
                   END-IF
           END-PERFORM
           IF   FS-BackOrdReg < "10"
                ADD 1 TO WS-BACK-MOVIDOS
           ELSE
                ADD 1 TO WS-BACK-COLISOES
                DISPLAY "Backorder do pedido " BO-PEDIDO
                        " mantido no duplicado - FileStatus "
                        FS-BackOrdReg
                MOVE WS-DUPLICADO-PARM TO BO-CODIGO
                MOVE WS-HORA-ORIGINAL  TO BO-HORA
                WRITE BACKORDER-REG
           END-IF
           MOVE WS-DUPLICADO-PARM TO BO-CODIGO
           MOVE WS-HORA-ORIGINAL  TO BO-HORA.
       582-99-FIM. EXIT.

       584-RECHAVEIA-ESTRUTURA.
           OPEN I-O EstruturaReg
           IF   FS-EstruturaReg = "35"
                CLOSE EstruturaReg
                GO TO 584-99-FIM
           END-IF
           IF   FS-EstruturaReg > "09"
                DISPLAY "Nao foi possivel abrir EstruturaReg - status "
                        FS-EstruturaReg
                GO TO 584-99-FIM
           END-IF
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE ESTRUTURA-REG
           MOVE WS-CATALOGO-PARM  TO ES-CATALOGO-PAI
           MOVE WS-DUPLICADO-PARM TO ES-CODIGO-PAI
           START EstruturaReg KEY NOT < ES-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ EstruturaReg NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-EstruturaReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND (ES-CATALOGO-PAI NOT = WS-CATALOGO-PARM
                OR  ES-CODIGO-PAI   NOT = WS-DUPLICADO-PARM)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   PERFORM 585-MOVE-ESTRUTURA-PAI THRU 585-99-FIM
              END-IF
           END-PERFORM
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE ESTRUTURA-REG
           START EstruturaReg KEY NOT < ES-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ EstruturaReg NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-EstruturaReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND ES-CATALOGO-COMP = WS-CATALOGO-PARM
               AND ES-CODIGO-COMP   = WS-DUPLICADO-PARM
                   PERFORM 586-MOVE-ESTRUTURA-COMP THRU 586-99-FIM
              END-IF
           END-PERFORM
           CLOSE EstruturaReg.
       584-99-FIM. EXIT.

       585-MOVE-ESTRUTURA-PAI.
           IF   ES-CATALOGO-COMP = WS-CATALOGO-PARM
            AND ES-CODIGO-COMP   = WS-SOBREVIVE-PARM
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura mantida no duplicado - "
                        "componente e o proprio sobrevivente."
                GO TO 585-99-FIM
           END-IF
           MOVE ESTRUTURA-REG TO WS-ESTRUTURA-ORIGINAL
           DELETE EstruturaReg RECORD
           IF   FS-EstruturaReg > "09"
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura nao movida - FileStatus "
                        FS-EstruturaReg
                GO TO 585-99-FIM
           END-IF
           MOVE WS-SOBREVIVE-PARM TO ES-CODIGO-PAI
           ACCEPT ES-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT ES-HORA-ALT FROM TIME
           WRITE ESTRUTURA-REG
           IF   FS-EstruturaReg < "10"
                ADD 1 TO WS-ESTR-MOVIDOS
           ELSE
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura mantida no duplicado - "
                        "FileStatus " FS-EstruturaReg
                MOVE WS-ESTRUTURA-ORIGINAL TO ESTRUTURA-REG
                WRITE ESTRUTURA-REG
           END-IF
           MOVE WS-ESTRUTURA-ORIGINAL TO ESTRUTURA-REG.
       585-99-FIM. EXIT.

       586-MOVE-ESTRUTURA-COMP.
           IF   ES-CATALOGO-PAI = WS-CATALOGO-PARM
            AND ES-CODIGO-PAI   = WS-SOBREVIVE-PARM
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura mantida no duplicado - "
                        "componente do proprio sobrevivente."
                GO TO 586-99-FIM
           END-IF
           MOVE ESTRUTURA-REG TO WS-ESTRUTURA-ORIGINAL
           MOVE ES-QUANTIDADE TO WS-QTDE-ESTRUTURA
           DELETE EstruturaReg RECORD
           IF   FS-EstruturaReg > "09"
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura nao movida - FileStatus "
                        FS-EstruturaReg
                GO TO 586-99-FIM
           END-IF
           MOVE WS-SOBREVIVE-PARM TO ES-CODIGO-COMP
           MOVE WS-DESC-SOBREVIVE TO ES-DESCRICAO-COMP
           ACCEPT ES-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT ES-HORA-ALT FROM TIME
           WRITE ESTRUTURA-REG
           IF   FS-EstruturaReg = "22"
                READ EstruturaReg
                IF   FS-EstruturaReg < "10"
                     ADD WS-QTDE-ESTRUTURA TO ES-QUANTIDADE
                     ACCEPT ES-DATA-ALT FROM DATE YYYYMMDD
                     ACCEPT ES-HORA-ALT FROM TIME
                     REWRITE ESTRUTURA-REG
                END-IF
           END-IF
           IF   FS-EstruturaReg < "10"
                ADD 1 TO WS-ESTR-MOVIDOS
           ELSE
                ADD 1 TO WS-ESTR-COLISOES
                DISPLAY "Estrutura mantida no duplicado - "
                        "FileStatus " FS-EstruturaReg
                MOVE WS-ESTRUTURA-ORIGINAL TO ESTRUTURA-REG
                WRITE ESTRUTURA-REG
           END-IF
           MOVE WS-ESTRUTURA-ORIGINAL TO ESTRUTURA-REG.
       586-99-FIM. EXIT.

       590-RECHAVEIA-PENDENTES.
           OPEN I-O PrecoPend
           IF   FS-PrecoPend = "35"
                CLOSE PrecoPend
                GO TO 590-99-FIM
           END-IF
           IF   FS-PrecoPend > "09"
                DISPLAY "Nao foi possivel abrir PrecoPend - status "
                        FS-PrecoPend
                GO TO 590-99-FIM
           END-IF
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE PRECO-PEND-REG
           MOVE WS-CATALOGO-PARM  TO PP-CATALOGO
           MOVE WS-DUPLICADO-PARM TO PP-CODIGO
           START PrecoPend KEY NOT < PP-ITEM
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ PrecoPend NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-PrecoPend > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND (PP-CATALOGO NOT = WS-CATALOGO-PARM
                OR  PP-CODIGO   NOT = WS-DUPLICADO-PARM)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND PP-PENDENTE
                   PERFORM 592-MOVE-UM-PENDENTE THRU 592-99-FIM
              END-IF
           END-PERFORM
           CLOSE PrecoPend.
       590-99-FIM. EXIT.

       592-MOVE-UM-PENDENTE.
           MOVE WS-SOBREVIVE-PARM TO PP-CODIGO
           MOVE WS-DESC-SOBREVIVE TO PP-DESCRICAO
           REWRITE PRECO-PEND-REG
           IF   FS-PrecoPend < "10"
                ADD 1 TO WS-PEND-MOVIDOS
           ELSE
                ADD 1 TO WS-PEND-COLISOES
                DISPLAY "Aprovacao " PP-NUMERO
                        " mantida no duplicado - FileStatus "
                        FS-PrecoPend
           END-IF
           MOVE WS-DUPLICADO-PARM TO PP-CODIGO.
       592-99-FIM. EXIT.

       595-RECHAVEIA-SERIAIS.
           OPEN I-O SerialReg
           IF   FS-SerialReg = "35"
                CLOSE SerialReg
                GO TO 595-99-FIM
           END-IF
           IF   FS-SerialReg > "09"
                DISPLAY "Nao foi possivel abrir SerialReg - status "
                        FS-SerialReg
                GO TO 595-99-FIM
           END-IF
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE SERIAL-REG
           MOVE WS-CATALOGO-PARM  TO SER-CATALOGO
           MOVE WS-DUPLICADO-PARM TO SER-CODIGO
           START SerialReg KEY NOT < SER-CHAVE
                 INVALID KEY SET AT-END-ARQUIVO TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ARQUIVO
              READ SerialReg NEXT RECORD
                   AT END SET AT-END-ARQUIVO TO TRUE
              END-READ
              IF   NOT AT-END-ARQUIVO
               AND FS-SerialReg > "09"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND (SER-CATALOGO NOT = WS-CATALOGO-PARM
                OR  SER-CODIGO   NOT = WS-DUPLICADO-PARM)
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   PERFORM 597-MOVE-UM-SERIAL THRU 597-99-FIM
              END-IF
           END-PERFORM
           CLOSE SerialReg.
       595-99-FIM. EXIT.

       597-MOVE-UM-SERIAL.
           DELETE SerialReg RECORD
           IF   FS-SerialReg > "09"
                ADD 1 TO WS-SER-COLISOES
                DISPLAY "Serie " SER-NUMERO
                        " nao movida - FileStatus " FS-SerialReg
                GO TO 597-99-FIM
           END-IF
           MOVE WS-SOBREVIVE-PARM TO SER-CODIGO
           WRITE SERIAL-REG
           IF   FS-SerialReg < "10"
                ADD 1 TO WS-SER-MOVIDOS
           ELSE
                ADD 1 TO WS-SER-COLISOES
                DISPLAY "Serie " SER-NUMERO
                        " mantida no duplicado - FileStatus "
                        FS-SerialReg
                MOVE WS-DUPLICADO-PARM TO SER-CODIGO
                WRITE SERIAL-REG
           END-IF
           MOVE WS-DUPLICADO-PARM TO SER-CODIGO.
       597-99-FIM. EXIT.

       600-INATIVA-DUPLICADO.
           MOVE WS-CATALOGO-PARM  TO FileName-CATALOGO
           MOVE WS-DUPLICADO-PARM TO FileName-CODIGO
           MOVE MASC-TOTAL TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Backorders movidos..:" TO WR-ROTULO
           MOVE WS-BACK-MOVIDOS TO MASC-TOTAL
           MOVE MASC-TOTAL TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Estruturas movidas..:" TO WR-ROTULO
           MOVE WS-ESTR-MOVIDOS TO MASC-TOTAL
           MOVE MASC-TOTAL TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Pendencias movidas..:" TO WR-ROTULO
           MOVE WS-PEND-MOVIDOS TO MASC-TOTAL
           MOVE MASC-TOTAL TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Series movidas......:" TO WR-ROTULO
           MOVE WS-SER-MOVIDOS TO MASC-TOTAL
           MOVE MASC-TOTAL TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Duplicado inativado.:" TO WR-ROTULO
           MOVE WS-DUPLICADO-PARM TO WR-VALOR
           MOVE WS-LINHA-ROTULO TO LINHA-LISTAGEM
