       SECURITY.      *************************************************
                      *                                               *
                      *  Relatorio de valorizacao do estoque: para    *
                      *  cada item de EstoqueReg imprime saldo, custo *
                      *  medio e valor (saldo x custo medio),         *
                      *  separado por deposito, ordenado por          *
                      *  descricao e agrupado por TIPO como o         *
                      *  PHPREL02, com totais por tipo, por catalogo, *
                      *  por deposito e total da empresa              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
       SD  WorkValor.

       01  WK-REG.
           05 WK-DEPOSITO                 PIC  9(003).
           05 WK-CATALOGO                 PIC  9(003).
           05 WK-TIPO                     PIC  9(001).
           05 WK-DESCRICAO                PIC  X(030).
              88 AT-END-WorkValor              VALUE "S".
           05 WS-TIPO-ANTERIOR            PIC  9(001) VALUE ZEROS.
           05 WS-CATALOGO-ANTERIOR        PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-ANTERIOR        PIC  9(003) VALUE ZEROS.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-ITENS-GERAL              PIC  9(006) VALUE ZEROS.
           05 WS-VALOR-GRUPO              PIC  9(013)V99 VALUE ZEROS.
           05 WS-VALOR-CATALOGO           PIC  9(013)V99 VALUE ZEROS.
           05 WS-VALOR-DEPOSITO           PIC  9(013)V99 VALUE ZEROS.
           05 WS-VALOR-GERAL              PIC  9(013)V99 VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.
           05 FILLER                      PIC  X(005) VALUE " Dep ".
           05 WS-CAB1-DEPOSITO            PIC  9(003).

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(004) VALUE "CAT".
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           SORT WorkValor
                ON ASCENDING KEY WK-DEPOSITO WK-CATALOGO WK-TIPO
                                 WK-DESCRICAO
                INPUT PROCEDURE  150-RELEASE-REGISTROS
                OUTPUT PROCEDURE 200-LISTA-ORDENADA
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 250-IMPRIME-TOTAL-GRUPO    THRU 250-99-FIM
              PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU 260-99-FIM
              PERFORM 265-IMPRIME-TOTAL-DEPOSITO THRU 265-99-FIM
              PERFORM 270-IMPRIME-TOTAL-GERAL    THRU 270-99-FIM
           END-IF
           CLOSE EstoqueReg FileName TipoReg Listagem
              END-IF
              IF   NOT AT-END-EstoqueReg
                   PERFORM 170-BUSCA-CADASTRO THRU 170-99-FIM
                   MOVE EST-DEPOSITO        TO WK-DEPOSITO
                   MOVE EST-CATALOGO        TO WK-CATALOGO
                   MOVE FileName-TIPO       TO WK-TIPO
                   MOVE FileName-DESCRICAO  TO WK-DESCRICAO

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR WK-DEPOSITO NOT = WS-DEPOSITO-ANTERIOR
            OR WK-CATALOGO NOT = WS-CATALOGO-ANTERIOR
            OR WK-TIPO NOT = WS-TIPO-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 250-IMPRIME-TOTAL-GRUPO THRU 250-99-FIM
                   IF   WK-CATALOGO NOT = WS-CATALOGO-ANTERIOR
                     OR WK-DEPOSITO NOT = WS-DEPOSITO-ANTERIOR
                        PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU
                                260-99-FIM
                   END-IF
                   IF   WK-DEPOSITO NOT = WS-DEPOSITO-ANTERIOR
                        PERFORM 265-IMPRIME-TOTAL-DEPOSITO THRU
                                265-99-FIM
                   END-IF
                END-IF
                MOVE WK-DEPOSITO TO WS-DEPOSITO-ANTERIOR
                MOVE WK-CATALOGO TO WS-CATALOGO-ANTERIOR
                MOVE WK-TIPO     TO WS-TIPO-ANTERIOR
                MOVE ZEROS       TO WS-VALOR-GRUPO
           MOVE ZEROS TO WS-VALOR-CATALOGO.
       260-99-FIM. EXIT.

       265-IMPRIME-TOTAL-DEPOSITO.
           MOVE "Total do deposito...:" TO WTL-ROTULO
           MOVE WS-VALOR-DEPOSITO TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE ZEROS TO WS-VALOR-DEPOSITO.
       265-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total da empresa....:" TO WTL-ROTULO
           MOVE WS-VALOR-GERAL TO WTL-VALOR
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-ITENS-GERAL
           ADD WK-VALOR TO WS-VALOR-GRUPO
           ADD WK-VALOR TO WS-VALOR-CATALOGO
           ADD WK-VALOR TO WS-VALOR-DEPOSITO
           ADD WK-VALOR TO WS-VALOR-GERAL.
       300-99-FIM. EXIT.

           END-IF
           MOVE WK-CATALOGO TO WS-CAB1-CATALOGO
           MOVE WK-TIPO     TO WS-CAB1-TIPO
           MOVE WK-DEPOSITO TO WS-CAB1-DEPOSITO
           MOVE WS-PAGINA   TO WS-CAB1-PAGINA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
