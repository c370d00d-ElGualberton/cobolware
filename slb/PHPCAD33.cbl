       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD33.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Transferencia entre depositos: le            *
                      *  TRANSFERENCIA.TXT (linha T com deposito de   *
                      *  origem e de destino, seguida das linhas I    *
                      *  com catalogo, codigo e quantidade), numera   *
                      *  cada transferencia pela serie "T" do         *
                      *  CtrlDoc, confere o estoque do destino        *
                      *  (bloqueio e capacidade do saldo) e o saldo   *
                      *  do deposito de origem, baixa a origem        *
                      *  gravando EM-TRANSF-SAIDA e da entrada no     *
                      *  destino com EM-TRANSF-ENTRADA, ambas com o   *
                      *  mesmo numero de documento e valorizadas pelo *
                      *  custo medio da origem (o destino recalcula o *
                      *  seu custo medio). Linhas N logo apos um item *
                      *  com garantia passam o numero de serie        *
                      *  (SerialReg, em estoque no deposito de        *
                      *  origem) para o deposito de destino. Emite    *
                      *  PHPCAD33.LST e manda as linhas recusadas     *
                      *  para arquivo de rejeitos com o motivo.       *
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
              88 WS-LINHA-TRANSF        VALUE "T" "t".
              88 WS-LINHA-ITEM          VALUE "I" "i".
              88 WS-LINHA-SERIAL        VALUE "N" "n".
           05 WS-ORIGEM             PIC  X(003).
           05 WS-DESTINO            PIC  X(003).
           05 WS-CATALOGO-ENT       PIC  X(003).
           05 WS-CODIGO             PIC  X(005).
           05 WS-QUANTIDADE         PIC  X(010).
           05 REDEFINES WS-QUANTIDADE.
              10 WS-QTDE-CHEIA      PIC  9(007).
              10 WS-QTDE-SEPARADOR  PIC  X(001).
              10 WS-QTDE-CENTAVOS   PIC  9(002).
           05 WS-SERIAL             PIC  X(020).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "TRANSFERENCIA.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "TRANSFERENCIAREJ.TXT".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD33.LST".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
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
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 WS-SERIAL-LIBERADO          PIC  X(001) VALUE "N".
              88 SERIAL-LIBERADO               VALUE "S"
                                               FALSE "N".
           05 WS-SERIAL-CATALOGO          PIC  9(003) VALUE ZEROS.
           05 WS-SERIAL-CODIGO            PIC  9(005) VALUE ZEROS.
           05 WS-SERIAIS-ESPERADOS        PIC  9(007) VALUE ZEROS.
           05 WS-SERIAIS-ITEM             PIC  9(007) VALUE ZEROS.
           05 WS-SERIAIS-TRANSF           PIC  9(006) VALUE ZEROS.
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-DOCUMENTO-ATUAL          PIC  9(006) VALUE ZEROS.
           05 WS-DEPOSITO-LINHA           PIC  X(003) VALUE SPACES.
           05 WS-DEPOSITO-VALIDO          PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-ORIGEM          PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-DESTINO         PIC  9(003) VALUE ZEROS.
           05 WS-ITENS-DOCUMENTO          PIC  9(003) VALUE ZEROS.
           05 WS-TIPO-MOVTO               PIC  X(001) VALUE SPACES.
           05 WS-DEPOSITO-CONTRA          PIC  9(003) VALUE ZEROS.
           05 WS-QTDE-MOVTO               PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-MOVTO.
              10 WS-QTDE-MOVTO-CHEIA      PIC  9(007).
              10 WS-QTDE-MOVTO-CENT       PIC  9(002).
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-SALDO-ORIGEM             PIC  9(007)V99 VALUE ZEROS.
           05 WS-CUSTO-TRANSF             PIC  9(008)V99 VALUE ZEROS.
           05 WS-DATA-MOVTO               PIC  9(008) VALUE ZEROS.
           05 WS-HORA-MOVTO               PIC  9(006) VALUE ZEROS.
           05 WS-ESTOQUE-NOVO             PIC  X(001) VALUE "N".
              88 ESTOQUE-NOVO                  VALUE "S"
                                               FALSE "N".
           05 WS-TRANSF-ABERTA            PIC  X(001) VALUE "N".
              88 TRANSF-ABERTA                 VALUE "S"
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
           05 WS-TRANSFERENCIAS           PIC  9(006) VALUE ZEROS.
           05 WS-ITENS                    PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-ERROS                    PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Transferencias entre depositos".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(007) VALUE "DOCTO".
           05 FILLER                      PIC  X(004) VALUE "ORI".
           05 FILLER                      PIC  X(004) VALUE "DES".
           05 FILLER                      PIC  X(004) VALUE "CAT".
           05 FILLER                      PIC  X(006) VALUE "COD".
           05 FILLER                      PIC  X(011) VALUE
              "QUANTIDADE".
           05 FILLER                      PIC  X(012) VALUE
              "      CUSTO".
           05 FILLER                      PIC  X(011) VALUE
              "SALDO ORIG".
           05 FILLER                      PIC  X(010) VALUE
              "SALDO DEST".

       01  WS-DETALHE.
           05 WD-DOCUMENTO                PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-ORIGEM                   PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DESTINO                  PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-QUANTIDADE               PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO                    PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SALDO-ORIGEM             PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SALDO-DESTINO            PIC  ZZZZZZ9.99.

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
           IF   TRANSF-ABERTA
                PERFORM 280-FECHA-TRANSFERENCIA THRU 280-99-FIM
           END-IF
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE Entrada Rejeitos Listagem FileName EstoqueReg
                 EstoqueMov DepositoReg SerialReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Transferencias....: " WS-TRANSFERENCIAS
           DISPLAY "Itens transferidos: " WS-ITENS
           DISPLAY "Numeros de serie..: " WS-SERIAIS-TRANSF
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
           OPEN INPUT DepositoReg
           IF   FS-DepositoReg > "09"
                DISPLAY "Nao foi possivel abrir DepositoReg - status "
                        FS-DepositoReg
                STOP RUN
           END-IF
           OPEN I-O EstoqueReg
           IF   FS-EstoqueReg = "35"
                DISPLAY "Nenhum saldo de estoque registrado."
                STOP RUN
           END-IF
           OPEN I-O EstoqueMov
           IF   FS-EstoqueMov = "35"
                OPEN OUTPUT EstoqueMov
                CLOSE EstoqueMov
                OPEN I-O EstoqueMov
           END-IF
           OPEN I-O SerialReg
           IF   FS-SerialReg = "35"
                OPEN OUTPUT SerialReg
                CLOSE SerialReg
                OPEN I-O SerialReg
           END-IF
           OPEN OUTPUT Rejeitos
           OPEN OUTPUT Listagem
           IF   FS-EstoqueReg > "09"   OR FS-EstoqueMov > "09"
             OR FS-Rejeitos > "09"     OR FS-Listagem > "09"
             OR FS-SerialReg > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-EstoqueReg " " FS-EstoqueMov " "
                        FS-Rejeitos " " FS-Listagem " "
                        FS-SerialReg
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
           MOVE LINHA-ENTRADA(1:1) TO WS-TIPO-LINHA
           EVALUATE TRUE
               WHEN WS-LINHA-TRANSF
                    PERFORM 220-ABRE-TRANSFERENCIA THRU 220-99-FIM
               WHEN WS-LINHA-ITEM
                    PERFORM 300-PROCESSA-ITEM THRU 300-99-FIM
               WHEN WS-LINHA-SERIAL
                    PERFORM 600-PROCESSA-SERIAL THRU 600-99-FIM
               WHEN OTHER
                    MOVE "Tipo de linha invalido (use T, I ou N)." TO
                         WS-MSG-ERRO
                    PERFORM 250-REJEITA THRU 250-99-FIM
           END-EVALUATE.
       200-99-FIM. EXIT.

       220-ABRE-TRANSFERENCIA.
           SET SERIAL-LIBERADO TO FALSE
           IF   TRANSF-ABERTA
                PERFORM 280-FECHA-TRANSFERENCIA THRU 280-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-ORIGEM
                                       WS-DESTINO
           MOVE WS-ORIGEM TO WS-DEPOSITO-LINHA
           PERFORM 230-VALIDA-DEPOSITO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE WS-DEPOSITO-VALIDO TO WS-DEPOSITO-ORIGEM
           MOVE WS-DESTINO TO WS-DEPOSITO-LINHA
           PERFORM 230-VALIDA-DEPOSITO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE WS-DEPOSITO-VALIDO TO WS-DEPOSITO-DESTINO
           IF   WS-DEPOSITO-ORIGEM = WS-DEPOSITO-DESTINO
                MOVE "Origem e destino sao o mesmo deposito." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 260-PROXIMO-DOCUMENTO THRU 260-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE ZEROS TO WS-ITENS-DOCUMENTO
           SET TRANSF-ABERTA TO TRUE.
       220-99-FIM. EXIT.

       230-VALIDA-DEPOSITO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-DEPOSITO-LINHA = SPACES
            OR  WS-DEPOSITO-LINHA IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           MOVE WS-DEPOSITO-LINHA TO DEP-CODIGO
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
           MOVE DEP-CODIGO TO WS-DEPOSITO-VALIDO.
       230-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       260-PROXIMO-DOCUMENTO.
           MOVE "T" TO CTD-TIPO-DOC
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
                MOVE "T" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-DOCUMENTO-ATUAL
           CLOSE CtrlDoc.
       260-99-FIM. EXIT.

       280-FECHA-TRANSFERENCIA.
           SET TRANSF-ABERTA TO FALSE
           IF   WS-ITENS-DOCUMENTO = ZEROS
                DISPLAY "Transferencia " WS-DOCUMENTO-ATUAL
                        " sem itens - descartada."
                GO TO 280-99-FIM
           END-IF
           ADD 1 TO WS-TRANSFERENCIAS.
       280-99-FIM. EXIT.

       300-PROCESSA-ITEM.
           SET SERIAL-LIBERADO TO FALSE
           IF   NOT TRANSF-ABERTA
                MOVE "Item sem linha T anterior." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-CATALOGO-ENT
                                       WS-CODIGO
                                       WS-QUANTIDADE
           IF   WS-CATALOGO-ENT IS NOT NUMERIC
            OR  WS-CODIGO IS NOT NUMERIC
                MOVE "Catalogo ou codigo invalido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   WS-QTDE-CHEIA    IS NOT NUMERIC
            OR  WS-QTDE-CENTAVOS IS NOT NUMERIC
                MOVE "Quantidade invalida." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           MOVE WS-QTDE-CHEIA    TO WS-QTDE-MOVTO-CHEIA
           MOVE WS-QTDE-CENTAVOS TO WS-QTDE-MOVTO-CENT
           IF   WS-QTDE-MOVTO = ZEROS
                MOVE "Quantidade nao pode ser zero." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 320-VALIDA-ITEM THRU 320-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 330-VALIDA-DESTINO THRU 330-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 340-BAIXA-ORIGEM THRU 340-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 360-ENTRADA-DESTINO THRU 360-99-FIM
           PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
           ADD 1 TO WS-ITENS-DOCUMENTO
           ADD 1 TO WS-ITENS
           IF   FileName-GARANTIA = 1
                MOVE FileName-CATALOGO   TO WS-SERIAL-CATALOGO
                MOVE FileName-CODIGO     TO WS-SERIAL-CODIGO
                MOVE WS-QTDE-MOVTO-CHEIA TO WS-SERIAIS-ESPERADOS
                MOVE ZEROS               TO WS-SERIAIS-ITEM
                SET SERIAL-LIBERADO TO TRUE
           END-IF.
       300-99-FIM. EXIT.

       320-VALIDA-ITEM.
           MOVE SPACES TO WS-MSG-ERRO
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
                GO TO 320-99-FIM
           END-IF
           IF   FS-FileName > "09"
                MOVE "Item nao cadastrado no catalogo." TO WS-MSG-ERRO
                GO TO 320-99-FIM
           END-IF
           IF   FileName-REG-INATIVO
                MOVE "Item inativo no catalogo." TO WS-MSG-ERRO
           END-IF.
       320-99-FIM. EXIT.

       330-VALIDA-DESTINO.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO   TO EST-CATALOGO
           MOVE FileName-CODIGO     TO EST-CODIGO
           MOVE WS-DEPOSITO-DESTINO TO EST-DEPOSITO
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
                MOVE "Estoque do destino em uso." TO WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           IF   FS-EstoqueReg = "23"
                GO TO 330-99-FIM
           END-IF
           IF   FS-EstoqueReg > "09"
                STRING "FileStatus " FS-EstoqueReg
                       " ao ler o destino."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           IF   EST-SALDO > 9999999.99 - WS-QTDE-MOVTO
                MOVE "Saldo do destino excede o campo." TO
                     WS-MSG-ERRO
           END-IF.
       330-99-FIM. EXIT.

       340-BAIXA-ORIGEM.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO  TO EST-CATALOGO
           MOVE FileName-CODIGO    TO EST-CODIGO
           MOVE WS-DEPOSITO-ORIGEM TO EST-DEPOSITO
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
                GO TO 340-99-FIM
           END-IF
           IF   FS-EstoqueReg > "09"
                MOVE "Item sem saldo no deposito de origem." TO
                     WS-MSG-ERRO
                GO TO 340-99-FIM
           END-IF
           IF   WS-QTDE-MOVTO > EST-SALDO
                MOVE "Saldo insuficiente na origem." TO WS-MSG-ERRO
                GO TO 340-99-FIM
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           SUBTRACT WS-QTDE-MOVTO FROM EST-SALDO
           ACCEPT EST-DATA FROM DATE YYYYMMDD
           ACCEPT EST-HORA FROM TIME
           REWRITE ESTOQUE-REG
           IF   FS-EstoqueReg > "09"
                STRING "FileStatus " FS-EstoqueReg " na regravacao."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 340-99-FIM
           END-IF
           MOVE EST-CUSTO-MEDIO     TO WS-CUSTO-TRANSF
           MOVE EST-SALDO           TO WS-SALDO-ORIGEM
           MOVE EST-DATA            TO WS-DATA-MOVTO
           MOVE EST-HORA            TO WS-HORA-MOVTO
           MOVE "T"                 TO WS-TIPO-MOVTO
           MOVE WS-DEPOSITO-DESTINO TO WS-DEPOSITO-CONTRA
           PERFORM 380-GRAVA-MOVIMENTO THRU 380-99-FIM.
       340-99-FIM. EXIT.

       360-ENTRADA-DESTINO.
           SET ESTOQUE-NOVO TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO   TO EST-CATALOGO
           MOVE FileName-CODIGO     TO EST-CODIGO
           MOVE WS-DEPOSITO-DESTINO TO EST-DEPOSITO
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
                MOVE FileName-CATALOGO   TO EST-CATALOGO
                MOVE FileName-CODIGO     TO EST-CODIGO
                MOVE WS-DEPOSITO-DESTINO TO EST-DEPOSITO
           ELSE
                IF   FS-EstoqueReg > "09"
                     DISPLAY "Transferencia " WS-DOCUMENTO-ATUAL
                             " - FileStatus " FS-EstoqueReg
                             " ao ler o estoque do destino"
                     ADD 1 TO WS-ERROS
                     GO TO 360-99-FIM
                END-IF
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           ADD WS-QTDE-MOVTO TO EST-SALDO
               ON SIZE ERROR
                  DISPLAY "Transferencia " WS-DOCUMENTO-ATUAL
                          " - saldo do destino excede o campo"
                  ADD 1 TO WS-ERROS
                  GO TO 360-99-FIM
           END-ADD
           COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   (WS-SALDO-ANTERIOR * EST-CUSTO-MEDIO
                    + WS-QTDE-MOVTO * WS-CUSTO-TRANSF)
                   / EST-SALDO
                   ON SIZE ERROR CONTINUE
           END-COMPUTE
           MOVE WS-DATA-MOVTO TO EST-DATA
           MOVE WS-HORA-MOVTO TO EST-HORA
           IF   ESTOQUE-NOVO
                WRITE ESTOQUE-REG
           ELSE
                REWRITE ESTOQUE-REG
           END-IF
           IF   FS-EstoqueReg > "09"
                DISPLAY "FileStatus " FS-EstoqueReg
                        " ao gravar estoque " EST-CATALOGO " "
                        EST-CODIGO " deposito " EST-DEPOSITO
                ADD 1 TO WS-ERROS
                GO TO 360-99-FIM
           END-IF
           MOVE "R"                TO WS-TIPO-MOVTO
           MOVE WS-DEPOSITO-ORIGEM TO WS-DEPOSITO-CONTRA
           PERFORM 380-GRAVA-MOVIMENTO THRU 380-99-FIM.
       360-99-FIM. EXIT.

       380-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE WS-TIPO-MOVTO TO EM-TIPO-MOVTO
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           MOVE WS-QTDE-MOVTO      TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR  TO EM-SALDO-ANTERIOR
           MOVE EST-SALDO          TO EM-SALDO-ATUAL
           MOVE WS-DOCUMENTO-ATUAL TO EM-DOCUMENTO
           MOVE WS-CUSTO-TRANSF    TO EM-CUSTO-UNIT
           MOVE WS-OPERADOR        TO EM-OPERADOR
           MOVE WS-DEPOSITO-CONTRA TO EM-DEPOSITO-CONTRA
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
                        EM-CODIGO " transferencia " EM-DOCUMENTO
                ADD 1 TO WS-ERROS
           END-IF.
       380-99-FIM. EXIT.

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

       500-IMPRIME-DETALHE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE WS-DOCUMENTO-ATUAL  TO WD-DOCUMENTO
           MOVE WS-DEPOSITO-ORIGEM  TO WD-ORIGEM
           MOVE WS-DEPOSITO-DESTINO TO WD-DESTINO
           MOVE FileName-CATALOGO   TO WD-CATALOGO
           MOVE FileName-CODIGO     TO WD-CODIGO
           MOVE WS-QTDE-MOVTO       TO WD-QUANTIDADE
           MOVE WS-CUSTO-TRANSF     TO WD-CUSTO
           MOVE WS-SALDO-ORIGEM     TO WD-SALDO-ORIGEM
           MOVE EST-SALDO           TO WD-SALDO-DESTINO
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       600-PROCESSA-SERIAL.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-SERIAL
           IF   NOT SERIAL-LIBERADO
                MOVE "Serie sem item com garantia anterior." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           IF   WS-SERIAL = SPACES
                MOVE "Numero de serie em branco." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           IF   WS-SERIAIS-ITEM NOT < WS-SERIAIS-ESPERADOS
                MOVE "Series excedem a quantidade transferida." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           INITIALIZE SERIAL-REG
           MOVE WS-SERIAL-CATALOGO TO SER-CATALOGO
           MOVE WS-SERIAL-CODIGO   TO SER-CODIGO
           MOVE WS-SERIAL          TO SER-NUMERO
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
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           IF   FS-SerialReg > "09"
                MOVE "Numero de serie nao cadastrado." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           IF   NOT SER-EM-ESTOQUE
                MOVE "Numero de serie ja vendido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           IF   SER-DEPOSITO-ENTRADA NOT = WS-DEPOSITO-ORIGEM
                MOVE "Serie fora do deposito de origem." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 600-99-FIM
           END-IF
           MOVE WS-DEPOSITO-DESTINO TO SER-DEPOSITO-ENTRADA
           ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT SER-HORA-ALT FROM TIME
           MOVE WS-OPERADOR         TO SER-OPERADOR
           REWRITE SERIAL-REG
           IF   FS-SerialReg > "09"
                STRING "FileStatus " FS-SerialReg
                       " ao regravar numero de serie."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                ADD 1 TO WS-ERROS
                GO TO 600-99-FIM
           END-IF
           ADD 1 TO WS-SERIAIS-ITEM
           ADD 1 TO WS-SERIAIS-TRANSF.
       600-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Transferencias gravadas.....:" TO WTL-ROTULO
           MOVE WS-TRANSFERENCIAS TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Itens transferidos..........:" TO WTL-ROTULO
           MOVE WS-ITENS       TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Series transferidas.........:" TO WTL-ROTULO
           MOVE WS-SERIAIS-TRANSF TO WTL-QUANTIDADE
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

       END PROGRAM PHPCAD33.
