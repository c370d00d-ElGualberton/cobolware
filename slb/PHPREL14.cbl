       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL14.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Relatorio diario da aprovacao de precos      *
                      *  (PrecoPend): primeiro todas as solicitacoes  *
                      *  ainda pendentes, depois as rejeitadas na     *
                      *  data de referencia, com preco atual, preco   *
                      *  pedido, variacao %, programa de origem e,    *
                      *  nas rejeitadas, supervisor e motivo.         *
                      *  Parametro: data de referencia AAAAMMDD (sem  *
                      *  parametro, a data do dia). Roda no batch     *
                      *  noturno (PHPCAD15)                           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PrecoPend ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PP-NUMERO
                  ALTERNATE RECORD KEY IS PP-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoPend.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

       DATA DIVISION.
       FILE SECTION.

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

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-PrecoPend                PIC  X(002) VALUE "00".
           05 LB-PrecoPend                PIC  X(050) VALUE
              "PrecoPend".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL14.LST".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-DATA-PARM                PIC  9(008) VALUE ZEROS.
           05 WS-SECAO                    PIC  X(001) VALUE SPACES.
              88 SECAO-PENDENTES               VALUE "P".
              88 SECAO-REJEITADOS              VALUE "R".
           05 WS-FIM-PrecoPend            PIC  X(001) VALUE "N".
              88 AT-END-PrecoPend              VALUE "S".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-VARIACAO                 PIC S9(006)V99 VALUE ZEROS.
           05 WS-QTDE-SECAO               PIC  9(006) VALUE ZEROS.
           05 WS-PENDENTES                PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(023) VALUE
              "Aprovacao de precos em ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-PENDENTES.
           05 FILLER                      PIC  X(035) VALUE
              "Solicitacoes pendentes de aprovacao".

       01  WS-CABECALHO-REJEITADAS.
           05 FILLER                      PIC  X(027) VALUE
              "Solicitacoes rejeitadas em ".
           05 WS-CABR-DATA                PIC  9(008).

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(007) VALUE "NUMERO".
           05 FILLER                      PIC  X(004) VALUE "CAT".
           05 FILLER                      PIC  X(006) VALUE "COD".
           05 FILLER                      PIC  X(013) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(012) VALUE
              "      ATUAL".
           05 FILLER                      PIC  X(012) VALUE
              "     PEDIDO".
           05 FILLER                      PIC  X(009) VALUE
              "   VAR %".
           05 FILLER                      PIC  X(009) VALUE "ORIGEM".
           05 FILLER                      PIC  X(008) VALUE
              "SOLICIT.".

       01  WS-DETALHE.
           05 WD-NUMERO                   PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DESCRICAO                PIC  X(012).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-PRECO-ATUAL              PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-PRECO-NOVO               PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VARIACAO                 PIC  -ZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-ORIGEM                   PIC  X(008).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DATA                     PIC  9(008).

       01  WS-DETALHE-MOTIVO.
           05 FILLER                      PIC  X(007) VALUE SPACES.
           05 FILLER                      PIC  X(014) VALUE
              "Rejeitada por ".
           05 WDM-SUPERVISOR              PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE ": ".
           05 WDM-MOTIVO                  PIC  X(040).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QTDE                    PIC  ZZZZZ9.
           05 FILLER                      PIC  X(016) VALUE
              " solicitacao(es)".

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           SET  SECAO-PENDENTES TO TRUE
           PERFORM 200-LISTA-SECAO THRU 200-99-FIM
           MOVE WS-QTDE-SECAO TO WS-PENDENTES
           SET  SECAO-REJEITADOS TO TRUE
           PERFORM 200-LISTA-SECAO THRU 200-99-FIM
           MOVE WS-QTDE-SECAO TO WS-REJEITADAS
           CLOSE PrecoPend Listagem
           DISPLAY "Precos pendentes de aprovacao: " WS-PENDENTES
           DISPLAY "Precos rejeitados na data....: " WS-REJEITADAS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:8) IS NUMERIC
            AND WS-PARM-LINHA(1:8) NOT = "00000000"
                MOVE WS-PARM-LINHA(1:8) TO WS-DATA-PARM
           ELSE
                ACCEPT WS-DATA-PARM FROM DATE YYYYMMDD
           END-IF.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT PrecoPend
           IF   FS-PrecoPend = "35"
                DISPLAY "Nenhuma solicitacao de preco gravada."
                STOP RUN
           END-IF
           OPEN OUTPUT Listagem
           IF   FS-PrecoPend > "09" OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-PrecoPend " " FS-Listagem
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-LISTA-SECAO.
           MOVE ZEROS TO WS-QTDE-SECAO
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           INITIALIZE PRECO-PEND-REG
           MOVE "N" TO WS-FIM-PrecoPend
           START PrecoPend KEY NOT < PP-NUMERO
                 INVALID KEY SET AT-END-PrecoPend TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-PrecoPend
              READ PrecoPend NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-PrecoPend TO TRUE
              END-READ
              IF   NOT AT-END-PrecoPend
               AND FS-PrecoPend > "09"
                   SET AT-END-PrecoPend TO TRUE
              END-IF
              IF   NOT AT-END-PrecoPend
               AND SECAO-PENDENTES
               AND PP-PENDENTE
                   PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
              END-IF
              IF   NOT AT-END-PrecoPend
               AND SECAO-REJEITADOS
               AND PP-REJEITADO
               AND PP-DATA-DECISAO = WS-DATA-PARM
                   PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
              END-IF
           END-PERFORM
           PERFORM 270-IMPRIME-TOTAL THRU 270-99-FIM.
       200-99-FIM. EXIT.

       270-IMPRIME-TOTAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           IF   SECAO-PENDENTES
                MOVE "Total pendentes.............:" TO WTL-ROTULO
           ELSE
                MOVE "Total rejeitadas na data....:" TO WTL-ROTULO
           END-IF
           MOVE WS-QTDE-SECAO  TO WTL-QTDE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       270-99-FIM. EXIT.

       300-IMPRIME-DETALHE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE ZEROS TO WS-VARIACAO
           IF   PP-PRECO-ATUAL > ZEROS
                COMPUTE WS-VARIACAO ROUNDED =
                        (PP-PRECO-NOVO - PP-PRECO-ATUAL) * 100
                        / PP-PRECO-ATUAL
                        ON SIZE ERROR MOVE ZEROS TO WS-VARIACAO
                END-COMPUTE
           END-IF
           MOVE SPACES          TO LINHA-LISTAGEM
           MOVE PP-NUMERO       TO WD-NUMERO
           MOVE PP-CATALOGO     TO WD-CATALOGO
           MOVE PP-CODIGO       TO WD-CODIGO
           MOVE PP-DESCRICAO    TO WD-DESCRICAO
           MOVE PP-PRECO-ATUAL  TO WD-PRECO-ATUAL
           MOVE PP-PRECO-NOVO   TO WD-PRECO-NOVO
           MOVE WS-VARIACAO     TO WD-VARIACAO
           MOVE PP-ORIGEM       TO WD-ORIGEM
           MOVE PP-DATA         TO WD-DATA
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           IF   SECAO-REJEITADOS
                MOVE PP-SUPERVISOR  TO WDM-SUPERVISOR
                MOVE PP-MOTIVO      TO WDM-MOTIVO
                MOVE WS-DETALHE-MOTIVO TO LINHA-LISTAGEM
                WRITE LINHA-LISTAGEM
                ADD 1 TO WS-LINHAS-PAGINA
           END-IF
           ADD 1 TO WS-QTDE-SECAO.
       300-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-PARM TO WS-CAB1-DATA
           MOVE WS-PAGINA    TO WS-CAB1-PAGINA
           MOVE WS-DATA-PARM TO WS-CABR-DATA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           IF   SECAO-PENDENTES
                MOVE WS-CABECALHO-PENDENTES  TO LINHA-LISTAGEM
           ELSE
                MOVE WS-CABECALHO-REJEITADAS TO LINHA-LISTAGEM
           END-IF
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-2 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 5 TO WS-LINHAS-PAGINA.
       400-99-FIM. EXIT.

       END PROGRAM PHPREL14.
