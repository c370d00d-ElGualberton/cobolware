       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD35.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Consulta e manutencao dos numeros de serie   *
                      *  (SerialReg), nos moldes do PHPCAD26. A       *
                      *  consulta e pelo numero de serie (todos os    *
                      *  itens com aquele numero, ou um item so se    *
                      *  catalogo e codigo forem informados) e        *
                      *  devolve a entrada (pedido de compra e data), *
                      *  a venda (pedido, cliente e data) e a         *
                      *  situacao da garantia na data de hoje.        *
                      *  Inclusao cadastra em estoque, no deposito    *
                      *  informado (sem deposito, o principal 001), a *
                      *  serie de um item com garantia recebido sem   *
                      *  numero de serie; alteracao vincula uma serie *
                      *  em estoque a um item de pedido do mesmo      *
                      *  deposito (vendas atendidas pelo PHPCAD22);   *
                      *  exclusao so de serie ainda nao vendida       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT json ASSIGN   TO lb-json
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-json.

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

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT GarantiaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GAR-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-GarantiaReg.

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

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

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

       FD  FileName
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FileName.

       01  FileName-REG.
           05 FileName-CHAVE.
              10 FileName-CATALOGO        PIC  9(003).
              10 FileName-CODIGO          PIC  9(005).
           05 FileName-CATALOGO-DESCRICAO.
              10 FileName-CATALOGO-ALT    PIC  9(003).
              10 FileName-DESCRICAO       PIC  X(030).
           05 FileName-PRECO              PIC  9(008)V99.
           05 FileName-TIPO               PIC  9(001).
              88 FileName-PECA                         VALUE 1.
              88 FileName-ACABADO                      VALUE 2.
              88 FileName-MATERIAL                     VALUE 3.
           05 FileName-OPCOES.
              10 FileName-IMPORTADO       PIC  9(001).
              10 FileName-GARANTIA        PIC  9(001).
              10 FileName-DURAVEL         PIC  9(001).
           05 FileName-DATA-ALTERACAO.
              10 FileName-DATA-ALT        PIC  9(008).
              10 FileName-HORA-ALT        PIC  9(006).
           05 FileName-ATIVO              PIC  X(001).
              88 FileName-REG-ATIVO                    VALUE "1".
              88 FileName-REG-INATIVO                  VALUE "0".

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
           05 redefines PI-QUANTIDADE.
              10 PI-QTDE-CHEIA            PIC  9(007).
              10 PI-QTDE-CENTAVOS         PIC  9(002).
           05 PI-PRECO-UNIT               PIC  9(008)V99.
           05 PI-VALOR                    PIC  9(009)V99.
           05 PI-CUSTO-UNIT               PIC  9(008)V99.
           05 PI-MOVTO-DATA-HORA.
              10 PI-MOVTO-DATA            PIC  9(008).
              10 PI-MOVTO-HORA            PIC  9(006).
           05 PI-QTDE-DEVOLVIDA           PIC  9(007)V99.

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

       WORKING-STORAGE SECTION.

       01  WS-REG-SERIAL.
           05 WS-SER-NUMERO          PIC  X(020).
           05 WS-SER-CATALOGO        PIC  X(003).
           05 WS-SER-CODIGO          PIC  X(005).
           05 WS-SER-PEDIDO          PIC  X(006).
           05 WS-SER-SEQ             PIC  X(003).
           05 WS-SER-DEPOSITO        PIC  X(003).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\SerialReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-GarantiaReg              PIC  X(002) VALUE "00".
           05 LB-GarantiaReg              PIC  X(050) VALUE
              "GarantiaReg".
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-SITUACAO-GARANTIA        PIC  X(016) VALUE SPACES.
           05 WS-DATA-HOJE                PIC  9(008) VALUE ZEROS.
           05 WS-DATA-VENDA               PIC  9(008) VALUE ZEROS.
           05 WS-COD-CLIENTE              PIC  9(006) VALUE ZEROS.
           05 WS-NOME-CLIENTE             PIC  X(030) VALUE SPACES.
           05 WS-DEPOSITO-PEDIDO          PIC  9(003) VALUE ZEROS.
           05 WS-SERIES-VINCULADAS        PIC  9(007) VALUE ZEROS.
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
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.

       01  TAB-DIAS-MES.
           05 FILLER                      PIC  X(024) VALUE
              "312831303130313130313031".
       01  REDEFINES TAB-DIAS-MES.
           05 TM-DIAS OCCURS 12 TIMES     PIC  9(002).

       LINKAGE SECTION.

       01  LINKAGEM-CAMPOS.
           05  USER-IO                    PIC  X(001).
               88 OPEN-FILE                    VALUE "O" "o".
               88 CLOSE-FILE                   VALUE "C" "c".
               88 BEGIN-FILE                   VALUE "B" "b".
               88 END-FILE                     VALUE "E" "e".
               88 AT-END                       VALUE "*".
               88 READ-NEXT                    VALUE "N" "n".
               88 READ-PREVIOUS                VALUE "P" "p".
               88 NOT-LESS                     VALUE ">".
               88 NOT-GREATER                  VALUE "<".
               88 READ-REG                     VALUE "A" "a".
               88 WRITE-REG                    VALUE "W" "w".
               88 REWRITE-REG                  VALUE "R" "r".
               88 DELETE-REG                   VALUE "D" "d".
           05  AREA-LINK                  PIC  X(100).
       01  HEIGHT                         PIC  9(002).

       PROCEDURE DIVISION USING LINKAGEM-CAMPOS.
       000-INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN READ-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN WRITE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN REWRITE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN DELETE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN OPEN-FILE
                    perform 090-INICIO-JSON thru 090-99-FIM
                    OPEN INPUT SerialReg
                    IF   FS-SerialReg = "35"
                         OPEN OUTPUT SerialReg
                         CLOSE SerialReg
                         OPEN INPUT SerialReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-SerialReg > "09"
                            READ SerialReg NEXT RECORD
                                           IGNORE LOCK
                            IF   FS-SerialReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE SerialReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE SERIAL-REG
                    START SerialReg KEY NOT < SER-CHAVE
               WHEN END-FILE
                    MOVE HIGH-VALUE TO SERIAL-REG
                    START SerialReg KEY NOT > SER-CHAVE
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "SerialReg": [' to linha-json
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC.
       090-99-FIM. EXIT.

       100-DEVOLVE-REGISTRO.
           initialize linha-json.
           if REGISTROS > 1
              move ',{' to marcador
           else
              move '{'  to marcador
           end-if.

           INSPECT SER-NUMERO  REPLACING ALL "'" BY "!".
           INSPECT SER-CLIENTE REPLACING ALL "'" BY "!".

           PERFORM 105-SITUACAO-GARANTIA THRU 105-99-FIM
           STRING marcador
                 '"CATALOGO":'     '"' SER-CATALOGO         '",'
                 '"CODIGO":'       '"' SER-CODIGO           '",'
                 '"SERIE":'        '"' SER-NUMERO           '",'
                 '"SITUACAO":'     '"' SER-SITUACAO         '",'
                 '"COMPRA":'       '"' SER-COMPRA           '",'
                 '"ENTRADA":'      '"' SER-DATA-ENTRADA     '",'
                 '"DEPOSITO":'     '"' SER-DEPOSITO-ENTRADA '",'
                 '"PEDIDO":'       '"' SER-PEDIDO           '",'
                 '"SEQ":'          '"' SER-PEDIDO-SEQ       '",'
                 '"COD_CLIENTE":'  '"' SER-COD-CLIENTE      '",'
                 '"CLIENTE":'      '"' SER-CLIENTE          '",'
                 '"VENDA":'        '"' SER-DATA-VENDA       '",'
                 '"MESES":'        '"' SER-GARANTIA-MESES   '",'
                 '"GARANTIA_ATE":' '"' SER-GARANTIA-ATE     '",'
                 '"GARANTIA":'     '"' WS-SITUACAO-GARANTIA '"}'
           DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC.
       100-99-FIM. EXIT.

       105-SITUACAO-GARANTIA.
           EVALUATE TRUE
               WHEN SER-EM-ESTOQUE
                    MOVE "EM ESTOQUE"       TO WS-SITUACAO-GARANTIA
               WHEN NOT SER-VENDIDO
                    MOVE SPACES             TO WS-SITUACAO-GARANTIA
               WHEN SER-GARANTIA-ATE = ZEROS
                    MOVE "SEM PRAZO"        TO WS-SITUACAO-GARANTIA
               WHEN SER-GARANTIA-ATE NOT < WS-DATA-HOJE
                    MOVE "EM GARANTIA"      TO WS-SITUACAO-GARANTIA
               WHEN OTHER
                    MOVE "GARANTIA VENCIDA" TO WS-SITUACAO-GARANTIA
           END-EVALUATE.
       105-99-FIM. EXIT.

       110-FINALIZA-JSON.
           INITIALIZE linha-json.
           MOVE ']}' to linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC
           MOVE 'SerialReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close SerialReg open input SerialReg
              IF   FS-SerialReg = "35"
                   OPEN OUTPUT SerialReg
                   CLOSE SerialReg
                   OPEN INPUT SerialReg
              END-IF
           else
              close SerialReg open i-o SerialReg
              IF   FS-SerialReg = "35"
                   OPEN OUTPUT SerialReg
                   CLOSE SerialReg
                   OPEN I-O SerialReg
              END-IF
           end-if
           if FS-SerialReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-SERIAL
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-SER-NUMERO
                                       WS-SER-CATALOGO
                                       WS-SER-CODIGO
                                       WS-SER-PEDIDO
                                       WS-SER-SEQ
                                       WS-SER-DEPOSITO.
           inspect ws-ser-numero replacing all "§" by " ".
           IF WS-SER-NUMERO NOT = SPACES
              INITIALIZE SERIAL-REG
              IF   WS-SER-CATALOGO IS NUMERIC
               AND WS-SER-CODIGO   IS NUMERIC
                   MOVE WS-SER-CATALOGO TO SER-CATALOGO
                   MOVE WS-SER-CODIGO   TO SER-CODIGO
              ELSE
                   IF NOT READ-REG
                      MOVE "Catalogo ou codigo invalido." TO
                           WS-MSG-ERRO
                      PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
                   END-IF
              END-IF
              MOVE WS-SER-NUMERO TO SER-NUMERO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 320-CONSULTA-SERIE THRU 320-99-FIM
                 WHEN WRITE-REG
                      PERFORM 340-VALIDA-INCLUSAO THRU 340-99-FIM
                      write SERIAL-REG
                 WHEN REWRITE-REG
                      PERFORM 360-VALIDA-VINCULO THRU 360-99-FIM
                      MOVE WS-SER-CATALOGO TO SER-CATALOGO
                      MOVE WS-SER-CODIGO   TO SER-CODIGO
                      MOVE WS-SER-NUMERO   TO SER-NUMERO
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-SerialReg < "10"
                         PERFORM 380-VINCULA-PEDIDO THRU 380-99-FIM
                         rewrite SERIAL-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-SerialReg < "10"
                         IF   NOT SER-EM-ESTOQUE
                              MOVE
                              "Serie vendida nao pode ser excluida."
                                   TO WS-MSG-ERRO
                              PERFORM 910-DADOS-INVALIDOS THRU
                                      910-99-FIM
                         END-IF
                         DELETE SerialReg Record
                      END-IF
              END-EVALUATE
              if FS-SerialReg > "09"
                 PERFORM 900-FILE-STATUS THRU 900-99-FIM
              else
                 if not DELETE-REG and not READ-REG
                    perform 090-INICIO-JSON      thru 090-99-FIM
                    MOVE 1 TO REGISTROS
                    PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
                    PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
                 END-IF
              end-if
           END-IF.
           close SerialReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
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
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-CONSULTA-SERIE.
           MOVE 0 TO REGISTROS
           IF   WS-SER-CATALOGO IS NUMERIC
            AND WS-SER-CODIGO   IS NUMERIC
                READ SerialReg IGNORE LOCK
                IF   FS-SerialReg < "10"
                     perform 090-INICIO-JSON      thru 090-99-FIM
                     MOVE 1 TO REGISTROS
                     PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
                     PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
                END-IF
                GO TO 320-99-FIM
           END-IF
           MOVE WS-SER-NUMERO TO SER-NUMERO-ALT
           START SerialReg KEY NOT < SER-NUMERO-ALT
                 INVALID KEY MOVE "23" TO FS-SerialReg
           END-START
           IF   FS-SerialReg > "09"
                GO TO 320-99-FIM
           END-IF
           PERFORM TEST AFTER UNTIL FS-SerialReg > "09"
              READ SerialReg NEXT RECORD
                             IGNORE LOCK
              IF   FS-SerialReg < "10"
               AND SER-NUMERO-ALT NOT = WS-SER-NUMERO
                   MOVE "10" TO FS-SerialReg
              END-IF
              IF   FS-SerialReg < "10"
                   ADD 1 TO REGISTROS
                   IF   REGISTROS = 1
                        perform 090-INICIO-JSON thru 090-99-FIM
                   END-IF
                   PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
              END-IF
           END-PERFORM
           IF   REGISTROS = 0
                MOVE "23" TO FS-SerialReg
           ELSE
                MOVE "00" TO FS-SerialReg
                PERFORM 110-FINALIZA-JSON thru 110-99-FIM
           END-IF.
       320-99-FIM. EXIT.

       340-VALIDA-INCLUSAO.
           MOVE SPACES TO WS-MSG-ERRO
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                MOVE "Cadastro de itens indisponivel." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE SER-CATALOGO TO FileName-CATALOGO
           MOVE SER-CODIGO   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                MOVE "Item nao cadastrado no catalogo." TO WS-MSG-ERRO
           ELSE
                IF   FileName-GARANTIA NOT = 1
                     MOVE "Item nao controla garantia." TO WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE FileName
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   WS-SER-DEPOSITO = SPACES
                MOVE "001" TO WS-SER-DEPOSITO
           END-IF
           IF   WS-SER-DEPOSITO IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           OPEN INPUT DepositoReg
           MOVE WS-SER-DEPOSITO TO DEP-CODIGO
           READ DepositoReg IGNORE LOCK
           IF   FS-DepositoReg > "09"
                MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
           ELSE
                IF   DEP-REG-INATIVO
                     MOVE "Deposito inativo." TO WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE DepositoReg
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-SER-NUMERO TO SER-NUMERO-ALT
           SET SER-EM-ESTOQUE TO TRUE
           MOVE WS-DATA-HOJE  TO SER-DATA-ENTRADA
           MOVE DEP-CODIGO    TO SER-DEPOSITO-ENTRADA
           ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT SER-HORA-ALT FROM TIME.
       340-99-FIM. EXIT.

       360-VALIDA-VINCULO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-SER-PEDIDO IS NOT NUMERIC
            OR  WS-SER-SEQ    IS NOT NUMERIC
                MOVE "Pedido ou sequencia invalidos." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           OPEN INPUT PedidoItm
           MOVE WS-SER-PEDIDO TO PI-PEDIDO
           MOVE WS-SER-SEQ    TO PI-SEQ
           READ PedidoItm IGNORE LOCK
           IF   FS-PedidoItm > "09"
                MOVE "Item de pedido nao cadastrado." TO WS-MSG-ERRO
           ELSE
                IF   PI-CATALOGO NOT = SER-CATALOGO
                 OR  PI-CODIGO   NOT = SER-CODIGO
                     MOVE "Item do pedido difere da serie." TO
                          WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE PedidoItm
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           OPEN INPUT PedidoCab
           MOVE PI-PEDIDO TO PC-PEDIDO
           READ PedidoCab IGNORE LOCK
           IF   FS-PedidoCab > "09"
                MOVE "Pedido nao cadastrado." TO WS-MSG-ERRO
           ELSE
                IF   PC-CANCELADO
                     MOVE "Pedido cancelado." TO WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE PedidoCab
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE PC-COD-CLIENTE TO WS-COD-CLIENTE
           MOVE PC-CLIENTE     TO WS-NOME-CLIENTE
           MOVE PC-DEPOSITO    TO WS-DEPOSITO-PEDIDO
           IF   WS-DEPOSITO-PEDIDO = ZEROS
                MOVE 1 TO WS-DEPOSITO-PEDIDO
           END-IF
           MOVE PI-MOVTO-DATA  TO WS-DATA-VENDA
           IF   WS-DATA-VENDA = ZEROS
                MOVE PC-DATA TO WS-DATA-VENDA
           END-IF
           MOVE ZEROS TO WS-SERIES-VINCULADAS
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
                   ADD 1 TO WS-SERIES-VINCULADAS
              END-IF
           END-PERFORM
           MOVE "00" TO FS-SerialReg
           IF   WS-SERIES-VINCULADAS NOT < PI-QTDE-CHEIA
                MOVE "Series excedem a quantidade vendida." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE ZEROS TO WS-GARANTIA-MESES
           OPEN INPUT GarantiaReg
           MOVE PI-CATALOGO TO GAR-CATALOGO
           MOVE PI-CODIGO   TO GAR-CODIGO
           READ GarantiaReg IGNORE LOCK
           IF   FS-GarantiaReg < "10"
                MOVE GAR-MESES TO WS-GARANTIA-MESES
           END-IF
           CLOSE GarantiaReg.
       360-99-FIM. EXIT.

       380-VINCULA-PEDIDO.
           IF   NOT SER-EM-ESTOQUE
                MOVE "Numero de serie ja vendido." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   SER-DEPOSITO-ENTRADA NOT = WS-DEPOSITO-PEDIDO
                MOVE "Serie de outro deposito." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           SET SER-VENDIDO TO TRUE
           MOVE PI-PEDIDO         TO SER-PEDIDO
           MOVE PI-SEQ            TO SER-PEDIDO-SEQ
           MOVE WS-COD-CLIENTE    TO SER-COD-CLIENTE
           MOVE WS-NOME-CLIENTE   TO SER-CLIENTE
           MOVE WS-DATA-VENDA     TO SER-DATA-VENDA
           MOVE WS-GARANTIA-MESES TO SER-GARANTIA-MESES
           PERFORM 440-CALCULA-VENCIMENTO THRU 440-99-FIM
           ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT SER-HORA-ALT FROM TIME.
       380-99-FIM. EXIT.

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

       900-FILE-STATUS.
           initialize SERIAL-REG
           if FS-SerialReg = "23"
              move "Numero de serie não encontrado." to SER-CLIENTE
           else
              if FS-SerialReg = "22"
                 move "Numero de serie ja cadastrado." to SER-CLIENTE
              else
                 String "FileStatus "
                         FS-SerialReg
                         delimited by size INTO SER-CLIENTE
              end-if
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close SerialReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize SERIAL-REG
           move WS-MSG-ERRO to SER-CLIENTE
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close SerialReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD35.
