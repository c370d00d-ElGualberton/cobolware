                      *  Gerador do Dashboard.json para o painel do   *
                      *  front-end PHP, nos moldes do PHPCAD02:       *
                      *  itens por catalogo (ativos/inativos e por    *
                      *  TIPO), totais de EstoqueReg (itens, saldo    *
                      *  zerado e valor) da empresa e por deposito,   *
                      *  entradas/saidas de EstoqueMov do dia (por    *
                      *  deposito inclusive transferencias),          *
                      *  agendamentos PA-PENDENTE com a proxima       *
                      *  PA-DATA-EFETIVA e a ultima exportacao por    *
                      *  catalogo registrada em CtrlJson              *
                      *                                               *
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

       FD  PrecoAgnd
           LABEL RECORD IS STANDARD
              10 TC-POR-TIPO OCCURS 9 TIMES.
                 15 TC-TIPO-QTDE          PIC  9(006).

       01  TAB-DEPOSITOS.
           05 TD-ENTRADA OCCURS 1000 TIMES.
              10 TD-USADO                 PIC  X(001).
                 88 TD-COM-REGISTROS          VALUE "S".
              10 TD-ITENS                 PIC  9(006).
              10 TD-SALDO-ZERO            PIC  9(006).
              10 TD-VALOR                 PIC  9(011)V99.
              10 TD-ENTRADAS              PIC  9(009)V99.
              10 TD-SAIDAS                PIC  9(009)V99.

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
           05 WS-HORA-AGORA               PIC  9(006) VALUE ZEROS.
           05 WS-IND                      PIC  9(004) COMP VALUE 0.
           05 WS-IND-TIPO                 PIC  9(002) COMP VALUE 0.
           05 WS-IND-DEP                  PIC  9(004) COMP VALUE 0.
           05 WS-DEPOSITO-EDT             PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITOS                PIC  9(006) VALUE ZEROS.
           05 WS-ITEM-ANTERIOR            PIC  9(008) VALUE ZEROS.
           05 WS-ITEM-ATUAL               PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-ITEM-ATUAL.
              10 WS-ITEM-CATALOGO         PIC  9(003).
              10 WS-ITEM-CODIGO           PIC  9(005).
           05 WS-TEM-ITEM                 PIC  X(001) VALUE "N".
              88 TEM-ITEM-ANTERIOR            VALUE "S"
                                              FALSE "N".
           05 WS-SALDO-ITEM               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-SALDO              PIC  9(011)V99 VALUE ZEROS.
           05 WS-CATALOGO-EDT             PIC  9(003) VALUE ZEROS.
           05 WS-CATALOGOS                PIC  9(006) VALUE ZEROS.
           05 WS-FIM-ARQUIVO              PIC  X(001) VALUE "N".
                                              FALSE "N".
           05 WS-EST-ITENS                PIC  9(006) VALUE ZEROS.
           05 WS-EST-SALDO-ZERO           PIC  9(006) VALUE ZEROS.
           05 WS-EST-VALOR                PIC  9(011)V99 VALUE ZEROS.
           05 WS-MOV-ENTRADAS             PIC  9(009)V99 VALUE ZEROS.
           05 WS-MOV-SAIDAS               PIC  9(009)V99 VALUE ZEROS.
           05 WS-AGND-PENDENTES           PIC  9(006) VALUE ZEROS.
           05 WS-EXP-HORA                 PIC  9(006) VALUE ZEROS.
           05 MASC-QTDE-ENT               PIC  ZZZZZZZZ9.99.
           05 MASC-QTDE-SAI               PIC  ZZZZZZZZ9.99.
           05 MASC-VALOR                  PIC  ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.
       200-99-FIM. EXIT.

       300-CONTA-ESTOQUE.
           INITIALIZE TAB-DEPOSITOS
           OPEN INPUT EstoqueReg
           IF   FS-EstoqueReg = "35"
                CLOSE EstoqueReg
                GO TO 300-99-FIM
           END-IF
           SET TEM-ITEM-ANTERIOR TO FALSE
           SET AT-END-ARQUIVO TO FALSE
           INITIALIZE ESTOQUE-REG
           START EstoqueReg KEY NOT < EST-CHAVE
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   PERFORM 310-SOMA-SALDO THRU 310-99-FIM
              END-IF
           END-PERFORM
           IF   TEM-ITEM-ANTERIOR
                PERFORM 320-FECHA-ITEM THRU 320-99-FIM
           END-IF
           CLOSE EstoqueReg.
       300-99-FIM. EXIT.

       310-SOMA-SALDO.
           MOVE EST-CATALOGO TO WS-ITEM-CATALOGO
           MOVE EST-CODIGO   TO WS-ITEM-CODIGO
           IF   TEM-ITEM-ANTERIOR
            AND WS-ITEM-ATUAL NOT = WS-ITEM-ANTERIOR
                PERFORM 320-FECHA-ITEM THRU 320-99-FIM
           END-IF
           IF   NOT TEM-ITEM-ANTERIOR
                SET TEM-ITEM-ANTERIOR TO TRUE
                MOVE WS-ITEM-ATUAL TO WS-ITEM-ANTERIOR
                MOVE ZEROS TO WS-SALDO-ITEM
           END-IF
           ADD EST-SALDO TO WS-SALDO-ITEM
           COMPUTE WS-VALOR-SALDO ROUNDED =
                   EST-SALDO * EST-CUSTO-MEDIO
           ADD WS-VALOR-SALDO TO WS-EST-VALOR
           COMPUTE WS-IND-DEP = EST-DEPOSITO + 1
           SET TD-COM-REGISTROS(WS-IND-DEP) TO TRUE
           ADD 1 TO TD-ITENS(WS-IND-DEP)
           IF   EST-SALDO = ZEROS
                ADD 1 TO TD-SALDO-ZERO(WS-IND-DEP)
           END-IF
           ADD WS-VALOR-SALDO TO TD-VALOR(WS-IND-DEP).
       310-99-FIM. EXIT.

       320-FECHA-ITEM.
           ADD 1 TO WS-EST-ITENS
           IF   WS-SALDO-ITEM = ZEROS
                ADD 1 TO WS-EST-SALDO-ZERO
           END-IF
           SET TEM-ITEM-ANTERIOR TO FALSE.
       320-99-FIM. EXIT.

       400-SOMA-MOVIMENTO.
           OPEN INPUT EstoqueMov
           IF   FS-EstoqueMov = "35"
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
                   COMPUTE WS-IND-DEP = EM-DEPOSITO + 1
                   EVALUATE TRUE
                       WHEN EM-ENTRADA
                            ADD EM-QUANTIDADE TO WS-MOV-ENTRADAS
                            ADD EM-QUANTIDADE TO TD-ENTRADAS(WS-IND-DEP)
                       WHEN EM-SAIDA
                            ADD EM-QUANTIDADE TO WS-MOV-SAIDAS
                            ADD EM-QUANTIDADE TO TD-SAIDAS(WS-IND-DEP)
                       WHEN EM-TRANSF-ENTRADA
                            ADD EM-QUANTIDADE TO TD-ENTRADAS(WS-IND-DEP)
                       WHEN EM-TRANSF-SAIDA
                            ADD EM-QUANTIDADE TO TD-SAIDAS(WS-IND-DEP)
                   END-EVALUATE
              END-IF
           END-PERFORM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 1000
           INITIALIZE linha-json
           MOVE WS-EST-VALOR TO MASC-VALOR
           STRING '], "ESTOQUE": { "ITENS": "'
                  WS-EST-ITENS
                  '", "SALDO_ZERO": "'
                  WS-EST-SALDO-ZERO
                  '", "VALOR": "'
                  MASC-VALOR
                  '" }, "DEPOSITOS": ['
                  DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC
           MOVE 0 TO WS-DEPOSITOS
           PERFORM 660-DEVOLVE-DEPOSITO THRU 660-99-FIM
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP > 1000
           INITIALIZE linha-json
           STRING '],'
                  DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
           END-IF.
       640-99-FIM. EXIT.

       660-DEVOLVE-DEPOSITO.
           IF   NOT TD-COM-REGISTROS(WS-IND-DEP)
            AND TD-ENTRADAS(WS-IND-DEP) = ZEROS
            AND TD-SAIDAS(WS-IND-DEP)   = ZEROS
                GO TO 660-99-FIM
           END-IF
           ADD 1 TO WS-DEPOSITOS
           IF   WS-DEPOSITOS > 1
                MOVE ',{' TO marcador
           ELSE
                MOVE '{'  TO marcador
           END-IF
           COMPUTE WS-DEPOSITO-EDT = WS-IND-DEP - 1
           MOVE TD-VALOR(WS-IND-DEP)    TO MASC-VALOR
           MOVE TD-ENTRADAS(WS-IND-DEP) TO MASC-QTDE-ENT
           MOVE TD-SAIDAS(WS-IND-DEP)   TO MASC-QTDE-SAI
           INITIALIZE linha-json
           STRING marcador
                 '"DEPOSITO":'   '"' WS-DEPOSITO-EDT          '",'
                 '"ITENS":'      '"' TD-ITENS(WS-IND-DEP)     '",'
                 '"SALDO_ZERO":' '"' TD-SALDO-ZERO(WS-IND-DEP)'",'
                 '"VALOR":'      '"' MASC-VALOR               '",'
                 '"ENTRADAS":'   '"' MASC-QTDE-ENT            '",'
                 '"SAIDAS":'     '"' MASC-QTDE-SAI            '"}'
           DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC.
       660-99-FIM. EXIT.

       END PROGRAM PHPCAD19.
