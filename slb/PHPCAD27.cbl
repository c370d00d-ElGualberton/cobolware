       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD27.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Ordens de producao: le PRODUCAO.TXT (produto *
                      *  acabado, quantidade e deposito, padrao 001), *
                      *  explode a estrutura em EstruturaReg, confere *
                      *  o saldo de todos os componentes no deposito  *
                      *  antes de movimentar, baixa os componentes    *
                      *  gravando EM-SAIDA e da entrada no produto    *
                      *  com EM-ENTRADA no mesmo deposito, valorizada *
                      *  pelo custo dos componentes (EST-CUSTO-MEDIO  *
                      *  x quantidade consumida). Ordens numeradas    *
                      *  pela serie "F" do CtrlDoc, gravada em EM-    *
                      *  DOCUMENTO. Emite PHPCAD27.LST e manda as     *
                      *  linhas recusadas para arquivo de rejeitos    *
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

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT EstruturaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ES-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstruturaReg.

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

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

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

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

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

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

       WORKING-STORAGE SECTION.

       01  WS-REG.
           05 WS-TIPO-LINHA         PIC  X(001).
              88 WS-LINHA-PRODUCAO      VALUE "P" "p".
           05 WS-CATALOGO-ENT       PIC  X(003).
           05 WS-CODIGO             PIC  X(005).
           05 WS-QUANTIDADE         PIC  X(010).
           05 REDEFINES WS-QUANTIDADE.
              10 WS-QTDE-CHEIA      PIC  9(007).
              10 WS-QTDE-SEPARADOR  PIC  X(001).
              10 WS-QTDE-CENTAVOS   PIC  9(002).
           05 WS-DEPOSITO           PIC  X(003).

       01  TAB-COMPONENTES.
           05 TC-COMPONENTE OCCURS 99 TIMES.
              10 TC-CATALOGO              PIC  9(003).
              10 TC-CODIGO                PIC  9(005).
              10 TC-DESCRICAO             PIC  X(030).
              10 TC-QTDE-CONSUMO          PIC  9(007)V99.
              10 TC-CUSTO-UNIT            PIC  9(008)V99.
              10 TC-VALOR                 PIC  9(011)V99.

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "PRODUCAO.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "PRODUCAOREJ.TXT".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD27.LST".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-EstruturaReg             PIC  X(002) VALUE "00".
           05 LB-EstruturaReg             PIC  X(050) VALUE
              "EstruturaReg".
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-ORDEM-ATUAL              PIC  9(006) VALUE ZEROS.
           05 WS-TIPO-MOVTO               PIC  X(001) VALUE SPACES.
           05 WS-LINHAS-PREVISTAS         PIC  9(003) COMP VALUE 0.
           05 WS-IND                      PIC  9(003) COMP VALUE 0.
           05 WS-QTD-COMPONENTES          PIC  9(003) COMP VALUE 0.
           05 WS-MAX-COMPONENTES          PIC  9(003) COMP VALUE 99.
           05 WS-QTDE-PRODUZIR            PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-PRODUZIR.
              10 WS-QTDE-PRODUZIR-CHEIA   PIC  9(007).
              10 WS-QTDE-PRODUZIR-CENT    PIC  9(002).
           05 WS-QTDE-MOVTO               PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-TOTAL              PIC  9(011)V99 VALUE ZEROS.
           05 WS-CUSTO-PRODUTO            PIC  9(008)V99 VALUE ZEROS.
           05 WS-DESCRICAO-PRODUTO        PIC  X(030) VALUE SPACES.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-ESTOQUE-NOVO             PIC  X(001) VALUE "N".
              88 ESTOQUE-NOVO                  VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ESTRUTURA            PIC  X(001) VALUE "N".
              88 AT-END-ESTRUTURA              VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ENTRADA              PIC  X(001) VALUE "N".
              88 AT-END-ENTRADA               VALUE "S".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-ORDENS                   PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-ERROS                    PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Ordens de producao".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(007) VALUE "CODIGO".
           05 FILLER                      PIC  X(023) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(011) VALUE
              " CONSUMIDO".
           05 FILLER                      PIC  X(012) VALUE
              " CUSTO MEDIO".
           05 FILLER                      PIC  X(015) VALUE
              "          VALOR".

       01  WS-ORDEM-LINHA.
           05 FILLER                      PIC  X(006) VALUE "Ordem ".
           05 WOL-ORDEM                   PIC  9(006).
           05 FILLER                      PIC  X(010) VALUE
              " produto ".
           05 WOL-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WOL-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WOL-DESCRICAO               PIC  X(030).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WOL-QUANTIDADE              PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(004) VALUE " Dep".
           05 WOL-DEPOSITO                PIC  9(003).

       01  WS-DETALHE.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-DESCRICAO                PIC  X(022).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CONSUMO                  PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO                    PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZZZZ9.99.

       01  WS-CUSTO-LINHA.
           05 FILLER                      PIC  X(028) VALUE
              "Custo total dos componentes:".
           05 WCL-TOTAL                   PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(018) VALUE
              "  Custo unitario: ".
           05 WCL-UNITARIO                PIC  ZZZZZZZ9.99.

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  ZZZZZ9.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
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
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE Entrada Rejeitos Listagem FileName EstruturaReg
                 EstoqueReg EstoqueMov DepositoReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Ordens produzidas.: " WS-ORDENS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           DISPLAY "Erros de gravacao.: " WS-ERROS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT Entrada
           IF   FS-Entrada > "09"
                DISPLAY "Nao foi possivel abrir " LB-Entrada
                        " - status " FS-Entrada
                STOP RUN
           END-IF
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                DISPLAY "Nao foi possivel abrir FileName - status "
                        FS-FileName
                STOP RUN
           END-IF
           OPEN INPUT EstruturaReg
           IF   FS-EstruturaReg = "35"
                DISPLAY "Nenhuma estrutura de produto cadastrada."
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
           OPEN I-O EstoqueMov
           IF   FS-EstoqueMov = "35"
                OPEN OUTPUT EstoqueMov
                CLOSE EstoqueMov
                OPEN I-O EstoqueMov
           END-IF
           OPEN OUTPUT Rejeitos
           OPEN OUTPUT Listagem
           IF   FS-EstruturaReg > "09" OR FS-EstoqueReg > "09"
             OR FS-EstoqueMov > "09"   OR FS-Rejeitos > "09"
             OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-EstruturaReg " " FS-EstoqueReg " "
                        FS-EstoqueMov " " FS-Rejeitos " "
                        FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
           MOVE LINHA-ENTRADA(1:1) TO WS-TIPO-LINHA
           IF   NOT WS-LINHA-PRODUCAO
                MOVE "Tipo de linha invalido (use P)." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-CATALOGO-ENT
                                       WS-CODIGO
                                       WS-QUANTIDADE
                                       WS-DEPOSITO
           PERFORM 220-VALIDA-PRODUTO THRU 220-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 230-VALIDA-DEPOSITO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 240-EXPLODE-ESTRUTURA THRU 240-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 260-PROXIMA-ORDEM THRU 260-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 500-IMPRIME-ORDEM THRU 500-99-FIM
           PERFORM 300-BAIXA-COMPONENTE THRU 300-99-FIM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-COMPONENTES
           PERFORM 340-ENTRADA-PRODUTO THRU 340-99-FIM
           PERFORM 560-IMPRIME-CUSTO THRU 560-99-FIM
           ADD 1 TO WS-ORDENS.
       200-99-FIM. EXIT.

       220-VALIDA-PRODUTO.
           IF   WS-CATALOGO-ENT IS NOT NUMERIC
            OR  WS-CODIGO IS NOT NUMERIC
                MOVE "Catalogo ou codigo invalido." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   WS-QTDE-CHEIA    IS NOT NUMERIC
            OR  WS-QTDE-CENTAVOS IS NOT NUMERIC
                MOVE "Quantidade invalida." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-QTDE-CHEIA    TO WS-QTDE-PRODUZIR-CHEIA
           MOVE WS-QTDE-CENTAVOS TO WS-QTDE-PRODUZIR-CENT
           IF   WS-QTDE-PRODUZIR = ZEROS
                MOVE "Quantidade nao pode ser zero." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-CATALOGO-ENT TO FileName-CATALOGO
           MOVE WS-CODIGO       TO FileName-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FileName NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ FileName ignore lock
              IF   FS-FileName = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-FileName = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   FS-FileName > "09"
                MOVE "Item nao cadastrado no catalogo." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   NOT FileName-ACABADO
                MOVE "Item nao e produto acabado (tipo 2)." TO
                     WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   FileName-REG-INATIVO
                MOVE "Item inativo no catalogo." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE FileName-DESCRICAO TO WS-DESCRICAO-PRODUTO.
       220-99-FIM. EXIT.

       230-VALIDA-DEPOSITO.
           IF   WS-DEPOSITO = SPACES
                MOVE "001" TO WS-DEPOSITO
           END-IF
           IF   WS-DEPOSITO IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                GO TO 230-99-FIM
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
                GO TO 230-99-FIM
           END-IF
           IF   FS-DepositoReg > "09"
                MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   DEP-REG-INATIVO
                MOVE "Deposito inativo." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           MOVE DEP-CODIGO TO WS-DEPOSITO-ATUAL.
       230-99-FIM. EXIT.

       240-EXPLODE-ESTRUTURA.
           INITIALIZE TAB-COMPONENTES
           MOVE ZEROS TO WS-QTD-COMPONENTES
           MOVE ZEROS TO WS-CUSTO-TOTAL
           SET AT-END-ESTRUTURA TO FALSE
           INITIALIZE ESTRUTURA-REG
           MOVE FileName-CATALOGO TO ES-CATALOGO-PAI
           MOVE FileName-CODIGO   TO ES-CODIGO-PAI
           START EstruturaReg KEY NOT < ES-CHAVE
                 INVALID KEY SET AT-END-ESTRUTURA TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ESTRUTURA
              READ EstruturaReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ESTRUTURA TO TRUE
              END-READ
              IF   NOT AT-END-ESTRUTURA
               AND (FS-EstruturaReg > "09"
                OR  ES-CATALOGO-PAI NOT = FileName-CATALOGO
                OR  ES-CODIGO-PAI   NOT = FileName-CODIGO)
                   SET AT-END-ESTRUTURA TO TRUE
              END-IF
              IF   NOT AT-END-ESTRUTURA
               AND WS-MSG-ERRO = SPACES
                   PERFORM 245-CARREGA-COMPONENTE THRU 245-99-FIM
              END-IF
           END-PERFORM
           IF   WS-MSG-ERRO = SPACES
            AND WS-QTD-COMPONENTES = ZEROS
                MOVE "Produto sem estrutura cadastrada." TO
                     WS-MSG-ERRO
                GO TO 240-99-FIM
           END-IF
           IF   WS-MSG-ERRO = SPACES
                COMPUTE WS-CUSTO-PRODUTO ROUNDED =
                        WS-CUSTO-TOTAL / WS-QTDE-PRODUZIR
                        ON SIZE ERROR
                           MOVE "Custo do produto excede o campo." TO
                                WS-MSG-ERRO
                END-COMPUTE
           END-IF.
       240-99-FIM. EXIT.

       245-CARREGA-COMPONENTE.
           IF   WS-QTD-COMPONENTES = WS-MAX-COMPONENTES
                MOVE "Estrutura com componentes demais." TO
                     WS-MSG-ERRO
                GO TO 245-99-FIM
           END-IF
           ADD 1 TO WS-QTD-COMPONENTES
           MOVE WS-QTD-COMPONENTES TO WS-IND
           MOVE ES-CATALOGO-COMP  TO TC-CATALOGO(WS-IND)
           MOVE ES-CODIGO-COMP    TO TC-CODIGO(WS-IND)
           MOVE ES-DESCRICAO-COMP TO TC-DESCRICAO(WS-IND)
           COMPUTE TC-QTDE-CONSUMO(WS-IND) ROUNDED =
                   WS-QTDE-PRODUZIR * ES-QUANTIDADE
                   ON SIZE ERROR
                      MOVE "Consumo do componente excede o campo." TO
                           WS-MSG-ERRO
                      GO TO 245-99-FIM
           END-COMPUTE
           INITIALIZE ESTOQUE-REG
           MOVE ES-CATALOGO-COMP TO EST-CATALOGO
           MOVE ES-CODIGO-COMP   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           READ EstoqueReg IGNORE LOCK
           IF   FS-EstoqueReg > "09"
                STRING "Sem saldo: componente "
                       ES-CATALOGO-COMP "/" ES-CODIGO-COMP
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 245-99-FIM
           END-IF
           IF   TC-QTDE-CONSUMO(WS-IND) > EST-SALDO
                STRING "Saldo insuficiente: componente "
                       ES-CATALOGO-COMP "/" ES-CODIGO-COMP
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 245-99-FIM
           END-IF
           MOVE EST-CUSTO-MEDIO TO TC-CUSTO-UNIT(WS-IND)
           COMPUTE TC-VALOR(WS-IND) ROUNDED =
                   TC-QTDE-CONSUMO(WS-IND) * EST-CUSTO-MEDIO
           ADD TC-VALOR(WS-IND) TO WS-CUSTO-TOTAL.
       245-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       260-PROXIMA-ORDEM.
           MOVE "F" TO CTD-TIPO-DOC
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
                GO TO 260-99-FIM
           END-IF
           IF   FS-CtrlDoc = "23"
                INITIALIZE CTRL-DOC-REG
                MOVE "F" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-ORDEM-ATUAL
           CLOSE CtrlDoc.
       260-99-FIM. EXIT.

       300-BAIXA-COMPONENTE.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE ESTOQUE-REG
           MOVE TC-CATALOGO(WS-IND) TO EST-CATALOGO
           MOVE TC-CODIGO(WS-IND)   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL   TO EST-DEPOSITO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ EstoqueReg
              IF   FS-EstoqueReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-EstoqueReg > "09"
                DISPLAY "Ordem " WS-ORDEM-ATUAL " componente "
                        TC-CATALOGO(WS-IND) " " TC-CODIGO(WS-IND)
                        " - FileStatus " FS-EstoqueReg
                ADD 1 TO WS-ERROS
                GO TO 300-99-FIM
           END-IF
           MOVE TC-QTDE-CONSUMO(WS-IND) TO WS-QTDE-MOVTO
           IF   WS-QTDE-MOVTO > EST-SALDO
                DISPLAY "Ordem " WS-ORDEM-ATUAL " componente "
                        TC-CATALOGO(WS-IND) " " TC-CODIGO(WS-IND)
                        " - saldo consumido por outro usuario"
                MOVE EST-SALDO TO WS-QTDE-MOVTO
                ADD 1 TO WS-ERROS
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           SUBTRACT WS-QTDE-MOVTO FROM EST-SALDO
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           REWRITE ESTOQUE-REG
           IF   FS-EstoqueReg > "09"
                DISPLAY "FileStatus " FS-EstoqueReg
                        " ao regravar estoque " EST-CATALOGO " "
                        EST-CODIGO
                ADD 1 TO WS-ERROS
                GO TO 300-99-FIM
           END-IF
           MOVE "S" TO WS-TIPO-MOVTO
           PERFORM 360-GRAVA-MOVIMENTO THRU 360-99-FIM
           PERFORM 520-IMPRIME-COMPONENTE THRU 520-99-FIM.
       300-99-FIM. EXIT.

       340-ENTRADA-PRODUTO.
           SET ESTOQUE-NOVO TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO TO EST-CATALOGO
           MOVE FileName-CODIGO   TO EST-CODIGO
           MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ EstoqueReg
              IF   FS-EstoqueReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-EstoqueReg = "23"
                SET ESTOQUE-NOVO TO TRUE
                INITIALIZE ESTOQUE-REG
                MOVE FileName-CATALOGO TO EST-CATALOGO
                MOVE FileName-CODIGO   TO EST-CODIGO
                MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           ELSE
                IF   FS-EstoqueReg > "09"
                     DISPLAY "Ordem " WS-ORDEM-ATUAL
                             " - FileStatus " FS-EstoqueReg
                             " ao ler o estoque do produto"
                     ADD 1 TO WS-ERROS
                     GO TO 340-99-FIM
                END-IF
           END-IF
           MOVE WS-QTDE-PRODUZIR TO WS-QTDE-MOVTO
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           ADD WS-QTDE-MOVTO TO EST-SALDO
               ON SIZE ERROR
                  DISPLAY "Ordem " WS-ORDEM-ATUAL
                          " - saldo do produto excede o campo"
                  ADD 1 TO WS-ERROS
                  GO TO 340-99-FIM
           END-ADD
           COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   (WS-SALDO-ANTERIOR * EST-CUSTO-MEDIO
                    + WS-CUSTO-TOTAL)
                   / EST-SALDO
                   ON SIZE ERROR CONTINUE
           END-COMPUTE
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           IF   ESTOQUE-NOVO
                WRITE ESTOQUE-REG
           ELSE
                REWRITE ESTOQUE-REG
           END-IF
           IF   FS-EstoqueReg > "09"
                DISPLAY "FileStatus " FS-EstoqueReg
                        " ao gravar estoque " EST-CATALOGO " "
                        EST-CODIGO
                ADD 1 TO WS-ERROS
                GO TO 340-99-FIM
           END-IF
           MOVE "E" TO WS-TIPO-MOVTO
           PERFORM 360-GRAVA-MOVIMENTO THRU 360-99-FIM.
       340-99-FIM. EXIT.

       360-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE WS-TIPO-MOVTO TO EM-TIPO-MOVTO
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           MOVE WS-QTDE-MOVTO     TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
           MOVE EST-SALDO         TO EM-SALDO-ATUAL
           MOVE WS-ORDEM-ATUAL    TO EM-DOCUMENTO
           IF   EM-ENTRADA
                MOVE WS-CUSTO-PRODUTO TO EM-CUSTO-UNIT
           ELSE
                MOVE EST-CUSTO-MEDIO  TO EM-CUSTO-UNIT
           END-IF
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
                        EM-CODIGO " ordem " EM-DOCUMENTO
                ADD 1 TO WS-ERROS
           END-IF.
       360-99-FIM. EXIT.

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

       500-IMPRIME-ORDEM.
           COMPUTE WS-LINHAS-PREVISTAS =
                   WS-LINHAS-PAGINA + WS-QTD-COMPONENTES + 3
           IF   WS-LINHAS-PREVISTAS > WS-MAX-LINHAS
            AND WS-LINHAS-PAGINA > 4
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE WS-ORDEM-ATUAL       TO WOL-ORDEM
           MOVE FileName-CATALOGO    TO WOL-CATALOGO
           MOVE FileName-CODIGO      TO WOL-CODIGO
           MOVE WS-DESCRICAO-PRODUTO TO WOL-DESCRICAO
           MOVE WS-QTDE-PRODUZIR     TO WOL-QUANTIDADE
           MOVE WS-DEPOSITO-ATUAL    TO WOL-DEPOSITO
           MOVE WS-ORDEM-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       520-IMPRIME-COMPONENTE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE TC-CATALOGO(WS-IND)   TO WD-CATALOGO
           MOVE TC-CODIGO(WS-IND)     TO WD-CODIGO
           MOVE TC-DESCRICAO(WS-IND)  TO WD-DESCRICAO
           MOVE WS-QTDE-MOVTO         TO WD-CONSUMO
           MOVE TC-CUSTO-UNIT(WS-IND) TO WD-CUSTO
           MOVE TC-VALOR(WS-IND)      TO WD-VALOR
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       520-99-FIM. EXIT.

       560-IMPRIME-CUSTO.
           MOVE WS-CUSTO-TOTAL   TO WCL-TOTAL
           MOVE WS-CUSTO-PRODUTO TO WCL-UNITARIO
           MOVE WS-CUSTO-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 2 TO WS-LINHAS-PAGINA.
       560-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Ordens produzidas...........:" TO WTL-ROTULO
           MOVE WS-ORDENS      TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Linhas rejeitadas...........:" TO WTL-ROTULO
           MOVE WS-REJEITADAS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Erros de gravacao...........:" TO WTL-ROTULO
           MOVE WS-ERROS       TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       END PROGRAM PHPCAD27.
