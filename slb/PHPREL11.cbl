       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL11.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Estrutura custeada: percorre EstruturaReg    *
                      *  por produto acabado, valoriza cada           *
                      *  componente pelo custo medio atual ponderado  *
                      *  pelo saldo de todos os depositos, totaliza o *
                      *  custo do produto e compara com FileName-     *
                      *  PRECO, marcando "ABAIXO DO CUSTO" os         *
                      *  produtos com preco de venda menor que o      *
                      *  custo dos componentes                        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EstruturaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ES-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstruturaReg.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT EstoqueReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueReg.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

       DATA DIVISION.
       FILE SECTION.

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

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 FS-EstruturaReg             PIC  X(002) VALUE "00".
           05 LB-EstruturaReg             PIC  X(050) VALUE
              "EstruturaReg".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL11.LST".
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-FIM-EstruturaReg         PIC  X(001) VALUE "N".
              88 AT-END-EstruturaReg           VALUE "S".
           05 WS-FIM-ESTOQUE              PIC  X(001) VALUE "N".
              88 AT-END-ESTOQUE                VALUE "S"
                                               FALSE "N".
           05 WS-PAI-ANTERIOR.
              10 WS-CATALOGO-ANTERIOR     PIC  9(003) VALUE ZEROS.
              10 WS-CODIGO-ANTERIOR       PIC  9(005) VALUE ZEROS.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-SEM-CUSTO                PIC  X(001) VALUE "N".
              88 COMPONENTE-SEM-CUSTO          VALUE "S"
                                               FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-DESCRICAO-PAI            PIC  X(030) VALUE SPACES.
           05 WS-PRECO-PAI                PIC  9(008)V99 VALUE ZEROS.
           05 WS-CUSTO-COMPONENTE         PIC  9(008)V99 VALUE ZEROS.
           05 WS-VALOR-COMPONENTE         PIC  9(011)V99 VALUE ZEROS.
           05 WS-SALDO-SOMA               PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-SOMA               PIC  9(013)V99 VALUE ZEROS.
           05 WS-CUSTO-SEM-SALDO          PIC  9(008)V99 VALUE ZEROS.
           05 WS-CUSTO-PRODUTO            PIC  9(011)V99 VALUE ZEROS.
           05 WS-DIFERENCA                PIC S9(011)V99 VALUE ZEROS.
           05 WS-PRODUTOS                 PIC  9(006) VALUE ZEROS.
           05 WS-ABAIXO-CUSTO             PIC  9(006) VALUE ZEROS.
           05 WS-SEM-CUSTO-QTDE           PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Estrutura custeada x preco de venda".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(007) VALUE "CODIGO".
           05 FILLER                      PIC  X(023) VALUE
              "COMPONENTE".
           05 FILLER                      PIC  X(011) VALUE
              " QUANTIDADE".
           05 FILLER                      PIC  X(013) VALUE
              "  CUSTO MEDIO".
           05 FILLER                      PIC  X(015) VALUE
              "    VALOR".

       01  WS-PRODUTO-LINHA.
           05 FILLER                      PIC  X(008) VALUE
              "Produto ".
           05 WPL-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WPL-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WPL-DESCRICAO               PIC  X(030).
           05 FILLER                      PIC  X(008) VALUE
              " Preco: ".
           05 WPL-PRECO                   PIC  ZZZZZZZ9.99.

       01  WS-DETALHE.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DESCRICAO                PIC  X(022).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-QUANTIDADE               PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO                    PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-OBS                      PIC  X(007).

       01  WS-CUSTO-LINHA.
           05 FILLER                      PIC  X(007) VALUE "Custo: ".
           05 WCL-CUSTO                   PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(008) VALUE
              " Preco: ".
           05 WCL-PRECO                   PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(012) VALUE
              " Diferenca: ".
           05 WCL-DIFERENCA               PIC  -ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCL-SITUACAO                PIC  X(015).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  ZZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.

           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           INITIALIZE ESTRUTURA-REG
           START EstruturaReg KEY NOT < ES-CHAVE
                 INVALID KEY SET AT-END-EstruturaReg TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-EstruturaReg
              READ EstruturaReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-EstruturaReg TO TRUE
              END-READ
              IF   NOT AT-END-EstruturaReg
               AND FS-EstruturaReg > "09"
                   SET AT-END-EstruturaReg TO TRUE
              END-IF
              IF   NOT AT-END-EstruturaReg
                   PERFORM 220-TRATA-QUEBRA THRU 220-99-FIM
                   PERFORM 300-IMPRIME-COMPONENTE THRU 300-99-FIM
              END-IF
           END-PERFORM
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 260-IMPRIME-TOTAL-PRODUTO THRU 260-99-FIM
           END-IF
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE EstruturaReg FileName EstoqueReg Listagem
           DISPLAY WS-PRODUTOS " produto(s) com estrutura, "
                   WS-ABAIXO-CUSTO " abaixo do custo."
           STOP RUN.

       100-ABRE-ARQUIVOS.
           OPEN INPUT EstruturaReg
           IF   FS-EstruturaReg = "35"
                DISPLAY "Nenhuma estrutura de produto cadastrada."
                STOP RUN
           END-IF
           OPEN INPUT FileName
           OPEN INPUT EstoqueReg
           IF   FS-EstoqueReg = "35"
                OPEN OUTPUT EstoqueReg
                CLOSE EstoqueReg
                OPEN INPUT EstoqueReg
           END-IF
           OPEN OUTPUT Listagem
           IF   FS-EstruturaReg > "09" OR FS-FileName > "09"
             OR FS-EstoqueReg > "09"   OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-EstruturaReg " " FS-FileName " "
                        FS-EstoqueReg " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR  ES-PAI NOT = WS-PAI-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 260-IMPRIME-TOTAL-PRODUTO THRU 260-99-FIM
                END-IF
                MOVE ES-PAI TO WS-PAI-ANTERIOR
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                MOVE ZEROS TO WS-CUSTO-PRODUTO
                PERFORM 240-LE-PRODUTO THRU 240-99-FIM
                PERFORM 250-IMPRIME-PRODUTO THRU 250-99-FIM
           END-IF
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF.
       220-99-FIM. EXIT.

       240-LE-PRODUTO.
           ADD 1 TO WS-PRODUTOS
           MOVE ES-CATALOGO-PAI TO FileName-CATALOGO
           MOVE ES-CODIGO-PAI   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                MOVE "*** NAO CADASTRADO ***" TO WS-DESCRICAO-PAI
                MOVE ZEROS TO WS-PRECO-PAI
           ELSE
                MOVE FileName-DESCRICAO TO WS-DESCRICAO-PAI
                MOVE FileName-PRECO     TO WS-PRECO-PAI
           END-IF.
       240-99-FIM. EXIT.

       250-IMPRIME-PRODUTO.
           IF   WS-PAGINA = ZEROS
            OR  WS-LINHAS-PAGINA + 3 > WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE ES-CATALOGO-PAI  TO WPL-CATALOGO
           MOVE ES-CODIGO-PAI    TO WPL-CODIGO
           MOVE WS-DESCRICAO-PAI TO WPL-DESCRICAO
           MOVE WS-PRECO-PAI     TO WPL-PRECO
           MOVE WS-PRODUTO-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       250-99-FIM. EXIT.

       260-IMPRIME-TOTAL-PRODUTO.
           COMPUTE WS-DIFERENCA = WS-PRECO-PAI - WS-CUSTO-PRODUTO
           MOVE WS-CUSTO-PRODUTO TO WCL-CUSTO
           MOVE WS-PRECO-PAI     TO WCL-PRECO
           MOVE WS-DIFERENCA     TO WCL-DIFERENCA
           MOVE SPACES           TO WCL-SITUACAO
           IF   WS-DIFERENCA < ZEROS
                MOVE "ABAIXO DO CUSTO" TO WCL-SITUACAO
                ADD 1 TO WS-ABAIXO-CUSTO
           END-IF
           MOVE WS-CUSTO-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       260-99-FIM. EXIT.

       300-IMPRIME-COMPONENTE.
           SET COMPONENTE-SEM-CUSTO TO FALSE
           PERFORM 310-CUSTO-COMPONENTE THRU 310-99-FIM
           IF   WS-CUSTO-COMPONENTE = ZEROS
                SET COMPONENTE-SEM-CUSTO TO TRUE
           END-IF
           COMPUTE WS-VALOR-COMPONENTE ROUNDED =
                   ES-QUANTIDADE * WS-CUSTO-COMPONENTE
           ADD WS-VALOR-COMPONENTE TO WS-CUSTO-PRODUTO
           MOVE ES-CATALOGO-COMP    TO WD-CATALOGO
           MOVE ES-CODIGO-COMP      TO WD-CODIGO
           MOVE ES-DESCRICAO-COMP   TO WD-DESCRICAO
           MOVE ES-QUANTIDADE       TO WD-QUANTIDADE
           MOVE WS-CUSTO-COMPONENTE TO WD-CUSTO
           MOVE WS-VALOR-COMPONENTE TO WD-VALOR
           MOVE SPACES              TO WD-OBS
           IF   COMPONENTE-SEM-CUSTO
                MOVE "S/CUSTO" TO WD-OBS
                ADD 1 TO WS-SEM-CUSTO-QTDE
           END-IF
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       300-99-FIM. EXIT.

       310-CUSTO-COMPONENTE.
           MOVE ZEROS TO WS-CUSTO-COMPONENTE WS-SALDO-SOMA
                         WS-VALOR-SOMA WS-CUSTO-SEM-SALDO
           SET AT-END-ESTOQUE TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE ES-CATALOGO-COMP TO EST-CATALOGO
           MOVE ES-CODIGO-COMP   TO EST-CODIGO
           START EstoqueReg KEY NOT < EST-CHAVE
                 INVALID KEY SET AT-END-ESTOQUE TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ESTOQUE
              READ EstoqueReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ESTOQUE TO TRUE
              END-READ
              IF   NOT AT-END-ESTOQUE
               AND (FS-EstoqueReg > "09"
                OR  EST-CATALOGO NOT = ES-CATALOGO-COMP
                OR  EST-CODIGO   NOT = ES-CODIGO-COMP)
                   SET AT-END-ESTOQUE TO TRUE
              END-IF
              IF   NOT AT-END-ESTOQUE
                   ADD EST-SALDO TO WS-SALDO-SOMA
                   COMPUTE WS-VALOR-SOMA ROUNDED = WS-VALOR-SOMA
                           + EST-SALDO * EST-CUSTO-MEDIO
                   IF   EST-CUSTO-MEDIO NOT = ZEROS
                        MOVE EST-CUSTO-MEDIO TO WS-CUSTO-SEM-SALDO
                   END-IF
              END-IF
           END-PERFORM
           IF   WS-SALDO-SOMA = ZEROS
                MOVE WS-CUSTO-SEM-SALDO TO WS-CUSTO-COMPONENTE
           ELSE
                COMPUTE WS-CUSTO-COMPONENTE ROUNDED =
                        WS-VALOR-SOMA / WS-SALDO-SOMA
                        ON SIZE ERROR
                           MOVE WS-CUSTO-SEM-SALDO TO
                                WS-CUSTO-COMPONENTE
                END-COMPUTE
           END-IF.
       310-99-FIM. EXIT.

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

       700-IMPRIME-TOTAIS.
           IF   WS-PAGINA = ZEROS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE "Produtos com estrutura......:" TO WTL-ROTULO
           MOVE WS-PRODUTOS    TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Produtos abaixo do custo....:" TO WTL-ROTULO
           MOVE WS-ABAIXO-CUSTO TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Componentes sem custo medio.:" TO WTL-ROTULO
           MOVE WS-SEM-CUSTO-QTDE TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       END PROGRAM PHPREL11.
