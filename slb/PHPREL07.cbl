                      *                                               *
                      *  Evolucao da posicao de estoque: para um      *
                      *  item ou um catalogo inteiro imprime, nos     *
                      *  ultimos N periodos e por deposito, o saldo   *
                      *  de fechamento gravado em EstoquePos          *
                      *  (PHPCAD16) e os totais de movimento de       *
                      *  EstoqueMov dentro de cada periodo (entradas  *
                      *  e saidas, inclusive transferencias, e        *
                      *  quantidade de ajustes)                       *
                      *                                               *
                      *************************************************
              10 EP-CATALOGO              PIC  9(003).
              10 EP-CODIGO                PIC  9(005).
              10 EP-PERIODO               PIC  9(006).
              10 EP-DEPOSITO              PIC  9(003).
           05 EP-SALDO                    PIC  9(007)V99.
           05 EP-CUSTO-MEDIO              PIC  9(008)V99.
           05 EP-DATA-GERACAO             PIC  9(008).
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

       FD  FileName
           LABEL RECORD IS STANDARD
           05 WI-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(003) VALUE " - ".
           05 WI-DESCRICAO                PIC  X(030).
           05 FILLER                      PIC  X(010) VALUE
              " Deposito ".
           05 WI-DEPOSITO                 PIC  9(003).

       01  WS-DETALHE.
           05 WD-PERIODO                  PIC  9(006).
           ELSE
                MOVE SPACES TO WI-DESCRICAO
           END-IF
           MOVE EST-CODIGO   TO WI-CODIGO
           MOVE EST-DEPOSITO TO WI-DEPOSITO
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
            OR WS-PAGINA = ZEROS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           MOVE EST-CATALOGO     TO EP-CATALOGO
           MOVE EST-CODIGO       TO EP-CODIGO
           MOVE WS-PERIODO-ATUAL TO EP-PERIODO
           MOVE EST-DEPOSITO     TO EP-DEPOSITO
           READ EstoquePos IGNORE LOCK
           IF   FS-EstoquePos < "10"
                SET TEM-POSICAO TO TRUE
                   SET AT-END-MOVTO TO TRUE
              END-IF
              IF   NOT AT-END-MOVTO
               AND EM-DEPOSITO = EST-DEPOSITO
                   EVALUATE TRUE
                       WHEN EM-ENTRADA OR EM-TRANSF-ENTRADA
                            ADD EM-QUANTIDADE TO WS-TOT-ENTRADAS
                       WHEN EM-SAIDA OR EM-TRANSF-SAIDA
                            ADD EM-QUANTIDADE TO WS-TOT-SAIDAS
                       WHEN EM-AJUSTE
                            ADD 1 TO WS-TOT-AJUSTES
