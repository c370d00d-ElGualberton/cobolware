       SECURITY.      *************************************************
                      *                                               *
                      *  Relatorio de movimentos de estoque           *
                      *  (EstoqueMov) por catalogo e periodo, com o   *
                      *  deposito de cada movimento e filtro opcional *
                      *  por deposito; transferencias (T/R)           *
                      *  totalizadas a parte                          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
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

       FD  FileName
           LABEL RECORD IS STANDARD
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL04.LST".
           05 WS-PARM-LINHA               PIC  X(030) VALUE SPACES.
           05 WS-CATALOGO-PARM            PIC  9(003) VALUE ZEROS.
           05 WS-DATA-INICIAL             PIC  9(008) VALUE ZEROS.
           05 WS-DATA-FINAL               PIC  9(008) VALUE ZEROS.
           05 WS-DEPOSITO-PARM            PIC  9(003) VALUE ZEROS.
           05 WS-FIM-EstoqueMov           PIC  X(001) VALUE "N".
              88 AT-END-EstoqueMov             VALUE "S".
           05 WS-CODIGO-ANTERIOR          PIC  9(005) VALUE ZEROS.
           05 WS-TOTAL-ENTRADAS           PIC  9(009)V99 VALUE ZEROS.
           05 WS-TOTAL-SAIDAS             PIC  9(009)V99 VALUE ZEROS.
           05 WS-TOTAL-AJUSTES            PIC  9(006) VALUE ZEROS.
           05 WS-TOTAL-TRANSF-SAIDA       PIC  9(009)V99 VALUE ZEROS.
           05 WS-TOTAL-TRANSF-ENTRADA     PIC  9(009)V99 VALUE ZEROS.
           05 MASC-TOTAL                  PIC  ZZZZZZZZ9.99.

       01  WS-CABECALHO-1.
           05 WS-CAB1-DATA-INI            PIC  9(008).
           05 FILLER                      PIC  X(003) VALUE " a ".
           05 WS-CAB1-DATA-FIM            PIC  9(008).
           05 FILLER                      PIC  X(005) VALUE " Dep ".
           05 WS-CAB1-DEPOSITO            PIC  ZZZ.
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.
           05 FILLER                      PIC  X(013) VALUE
              "SALDO ATUAL".
           05 FILLER                      PIC  X(003) VALUE "DOC".
           05 FILLER                      PIC  X(004) VALUE " DEP".

       01  WS-LINHA-ITEM.
           05 FILLER                      PIC  X(005) VALUE "Item ".
           05 WD-SALDO-ATU                PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DOCUMENTO                PIC  ZZZZZ9.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DEPOSITO                 PIC  9(003).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(021) VALUE SPACES.
                MOVE WS-PARM-LINHA(13:8) TO WS-DATA-FINAL
           ELSE
                MOVE 99999999            TO WS-DATA-FINAL
           END-IF
           IF   WS-PARM-LINHA(22:3) IS NUMERIC
                MOVE WS-PARM-LINHA(22:3) TO WS-DEPOSITO-PARM
           END-IF.
       050-99-FIM. EXIT.

              IF   NOT AT-END-EstoqueMov
               AND EM-DATA NOT < WS-DATA-INICIAL
               AND EM-DATA NOT > WS-DATA-FINAL
               AND (WS-DEPOSITO-PARM = ZEROS
                OR  EM-DEPOSITO = WS-DEPOSITO-PARM)
                   PERFORM 220-TRATA-QUEBRA-ITEM THRU 220-99-FIM
                   PERFORM 300-IMPRIME-DETALHE   THRU 300-99-FIM
              END-IF
           MOVE "Total de ajustes....:" TO WTL-ROTULO
           MOVE WS-TOTAL-AJUSTES        TO WTL-TOTAL
           MOVE WS-TOTAL-LINHA          TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Transf. enviadas....:" TO WTL-ROTULO
           MOVE WS-TOTAL-TRANSF-SAIDA   TO WTL-TOTAL
           MOVE WS-TOTAL-LINHA          TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Transf. recebidas...:" TO WTL-ROTULO
           MOVE WS-TOTAL-TRANSF-ENTRADA TO WTL-TOTAL
           MOVE WS-TOTAL-LINHA          TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       250-99-FIM. EXIT.

           MOVE EM-SALDO-ANTERIOR TO WD-SALDO-ANT
           MOVE EM-SALDO-ATUAL    TO WD-SALDO-ATU
           MOVE EM-DOCUMENTO      TO WD-DOCUMENTO
           MOVE EM-DEPOSITO       TO WD-DEPOSITO
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
                    ADD EM-QUANTIDADE TO WS-TOTAL-SAIDAS
               WHEN EM-AJUSTE
                    ADD 1 TO WS-TOTAL-AJUSTES
               WHEN EM-TRANSF-SAIDA
                    ADD EM-QUANTIDADE TO WS-TOTAL-TRANSF-SAIDA
               WHEN EM-TRANSF-ENTRADA
                    ADD EM-QUANTIDADE TO WS-TOTAL-TRANSF-ENTRADA
           END-EVALUATE.
       300-99-FIM. EXIT.

           MOVE WS-CATALOGO-PARM TO WS-CAB1-CATALOGO
           MOVE WS-DATA-INICIAL  TO WS-CAB1-DATA-INI
           MOVE WS-DATA-FINAL    TO WS-CAB1-DATA-FIM
           MOVE WS-DEPOSITO-PARM TO WS-CAB1-DEPOSITO
           MOVE WS-PAGINA        TO WS-CAB1-PAGINA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
