       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD24.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Entrada de pedidos de compra: le COMPRA.TXT  *
                      *  (fornecedor, data prevista e itens com o     *
                      *  custo negociado), valida o fornecedor em     *
                      *  FornecReg e os itens no cadastro (FileName), *
                      *  numera o pedido pela serie "O" do CtrlDoc,   *
                      *  guarda o pedido em CompraCab/CompraItm e     *
                      *  emite o documento do pedido com totais. O    *
                      *  estoque so e movimentado no recebimento      *
                      *  (PHPCAD25). Linhas recusadas vao para        *
                      *  arquivo de rejeitos com o motivo.            *
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

           SELECT Documento ASSIGN TO LB-Documento
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Documento.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT FornecReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FOR-CODIGO
                  ALTERNATE RECORD KEY IS FOR-NOME
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FornecReg.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

           SELECT CompraCab ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS OC-NUMERO
                  ALTERNATE RECORD KEY IS OC-FORNECEDOR
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CompraCab.

           SELECT CompraItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS OI-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CompraItm.

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

       FD  Documento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Documento.

       01  LINHA-DOCUMENTO                PIC  X(080).

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
           05 redefines FileName-PRECO.
              10 FileName-PRECO-CHEIO     PIC  9(008).
              10 FileName-PRECO-CENTAVOS  PIC  9(002).
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

       FD  FornecReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FornecReg.

       01  FORNEC-REG.
           05 FOR-CODIGO                  PIC  9(006).
           05 FOR-NOME                    PIC  X(030).
           05 FOR-CNPJ                    PIC  X(014).
           05 FOR-ENDERECO                PIC  X(040).
           05 FOR-CIDADE                  PIC  X(020).
           05 FOR-UF                      PIC  X(002).
           05 FOR-CONTATO                 PIC  X(030).
           05 FOR-TELEFONE                PIC  X(015).
           05 FOR-PRAZO-ENTREGA           PIC  9(003).
           05 FOR-DATA-ALTERACAO.
              10 FOR-DATA-ALT             PIC  9(008).
              10 FOR-HORA-ALT             PIC  9(006).
           05 FOR-ATIVO                   PIC  X(001).
              88 FOR-REG-ATIVO                         VALUE "1".
              88 FOR-REG-INATIVO                       VALUE "0".

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

       FD  CompraCab
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CompraCab.

       01  COMPRA-CAB-REG.
           05 OC-NUMERO                   PIC  9(006).
           05 OC-FORNECEDOR               PIC  9(006).
           05 OC-NOME-FORNECEDOR          PIC  X(030).
           05 OC-DATA                     PIC  9(008).
           05 OC-HORA                     PIC  9(006).
           05 OC-DATA-PREVISTA            PIC  9(008).
           05 OC-ITENS                    PIC  9(003).
           05 OC-TOTAL                    PIC  9(009)V99.
           05 OC-SITUACAO                 PIC  X(001).
              88 OC-ABERTA                    VALUE "A".
              88 OC-PARCIAL                   VALUE "P".
              88 OC-RECEBIDA                  VALUE "R".
              88 OC-CANCELADA                 VALUE "C".
           05 OC-DATA-SITUACAO            PIC  9(008).
           05 OC-OPERADOR                 PIC  9(003).

       FD  CompraItm
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CompraItm.

       01  COMPRA-ITM-REG.
           05 OI-CHAVE.
              10 OI-NUMERO                PIC  9(006).
              10 OI-SEQ                   PIC  9(003).
           05 OI-CATALOGO                 PIC  9(003).
           05 OI-CODIGO                   PIC  9(005).
           05 OI-DESCRICAO                PIC  X(030).
           05 OI-QTDE-PEDIDA              PIC  9(007)V99.
           05 OI-CUSTO-UNIT               PIC  9(008)V99.
           05 OI-VALOR                    PIC  9(009)V99.
           05 OI-QTDE-RECEBIDA            PIC  9(007)V99.
           05 OI-DATA-ULT-RECEB           PIC  9(008).

       WORKING-STORAGE SECTION.

       01  WS-REG.
           05 WS-TIPO-LINHA         PIC  X(001).
              88 WS-LINHA-FORNECEDOR    VALUE "F" "f".
              88 WS-LINHA-ITEM          VALUE "I" "i".
           05 WS-FORNECEDOR         PIC  X(006).
           05 WS-DATA-PREVISTA      PIC  X(008).
           05 WS-CATALOGO-ENT       PIC  X(003).
           05 WS-CODIGO             PIC  X(005).
           05 WS-QUANTIDADE         PIC  X(010).
           05 REDEFINES WS-QUANTIDADE.
              10 WS-QTDE-CHEIA      PIC  9(007).
              10 WS-QTDE-SEPARADOR  PIC  X(001).
              10 WS-QTDE-CENTAVOS   PIC  9(002).
           05 WS-CUSTO              PIC  X(011).
           05 REDEFINES WS-CUSTO.
              10 WS-CUSTO-CHEIO     PIC  9(008).
              10 WS-CUSTO-SEPARADOR PIC  X(001).
              10 WS-CUSTO-CENTAVOS  PIC  9(002).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "COMPRA.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "COMPRAREJ.TXT".
           05 FS-Documento                PIC  X(002) VALUE "00".
           05 LB-Documento                PIC  X(050) VALUE SPACES.
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-FornecReg                PIC  X(002) VALUE "00".
           05 LB-FornecReg                PIC  X(050) VALUE
              "FornecReg".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 FS-CompraCab                PIC  X(002) VALUE "00".
           05 LB-CompraCab                PIC  X(050) VALUE
              "CompraCab".
           05 FS-CompraItm                PIC  X(002) VALUE "00".
           05 LB-CompraItm                PIC  X(050) VALUE
              "CompraItm".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-COMPRA-ATUAL             PIC  9(006) VALUE ZEROS.
           05 WS-COMPRA-EDT               PIC  9(006) VALUE ZEROS.
           05 WS-FORNECEDOR-ATUAL         PIC  9(006) VALUE ZEROS.
           05 WS-NOME-FORNECEDOR          PIC  X(030) VALUE SPACES.
           05 WS-PREVISTA-ATUAL           PIC  9(008) VALUE ZEROS.
           05 WS-DATA-HOJE                PIC  9(008) VALUE ZEROS.
           05 WS-DATA-TESTE               PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-DATA-TESTE.
              10 WS-TESTE-ANO             PIC  9(004).
              10 WS-TESTE-MES             PIC  9(002).
              10 WS-TESTE-DIA             PIC  9(002).
           05 WS-SEQ-ITEM                 PIC  9(003) VALUE ZEROS.
           05 WS-TOTAL-COMPRA             PIC  9(009)V99 VALUE ZEROS.
           05 WS-QTDE-PEDIDA              PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-PEDIDA.
              10 WS-QTDE-PEDIDA-CHEIA     PIC  9(007).
              10 WS-QTDE-PEDIDA-CENT      PIC  9(002).
           05 WS-CUSTO-UNIT               PIC  9(008)V99 VALUE ZEROS.
           05 REDEFINES WS-CUSTO-UNIT.
              10 WS-CUSTO-UNIT-CHEIO      PIC  9(008).
              10 WS-CUSTO-UNIT-CENT       PIC  9(002).
           05 WS-VALOR-ITEM               PIC  9(009)V99 VALUE ZEROS.
           05 WS-COMPRA-ABERTA            PIC  X(001) VALUE "N".
              88 COMPRA-ABERTA                 VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ENTRADA              PIC  X(001) VALUE "N".
              88 AT-END-ENTRADA               VALUE "S".
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-COMPRAS                  PIC  9(006) VALUE ZEROS.
           05 WS-ITENS                    PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.

       01  WS-DOC-CABECALHO.
           05 FILLER                      PIC  X(017) VALUE
              "Pedido de compra ".
           05 WDC-COMPRA                  PIC  9(006).
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WDC-DATA                    PIC  9(008).
           05 FILLER                      PIC  X(006) VALUE " Hora ".
           05 WDC-HORA                    PIC  9(006).

       01  WS-DOC-FORNECEDOR.
           05 FILLER                      PIC  X(011) VALUE
              "Fornecedor ".
           05 WDF-FORNECEDOR              PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDF-NOME                    PIC  X(030).
           05 FILLER                      PIC  X(010) VALUE
              " Previsto ".
           05 WDF-PREVISTA                PIC  9(008).

       01  WS-DOC-TITULO.
           05 FILLER                      PIC  X(005) VALUE "CAT".
           05 FILLER                      PIC  X(008) VALUE "CODIGO".
           05 FILLER                      PIC  X(031) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(012) VALUE
              "QUANTIDADE".
           05 FILLER                      PIC  X(013) VALUE "CUSTO".
           05 FILLER                      PIC  X(005) VALUE "VALOR".

       01  WS-DOC-DETALHE.
           05 WDD-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-DESCRICAO               PIC  X(030).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-QUANTIDADE              PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-CUSTO                   PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WDD-VALOR                   PIC  ZZZZZZZZ9.99.

       01  WS-DOC-TOTAL.
           05 FILLER                      PIC  X(021) VALUE
              "Total do pedido.....:".
           05 WDT-TOTAL                   PIC  ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
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
           IF   COMPRA-ABERTA
                PERFORM 500-FECHA-COMPRA THRU 500-99-FIM
           END-IF
           CLOSE Entrada Rejeitos FileName FornecReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Pedidos gerados...: " WS-COMPRAS
           DISPLAY "Itens gravados....: " WS-ITENS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT Entrada
           IF   FS-Entrada > "09"
                DISPLAY "Nao foi possivel abrir " LB-Entrada
                        " - status " FS-Entrada
                STOP RUN
           END-IF
           OPEN OUTPUT Rejeitos
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                DISPLAY "Nao foi possivel abrir FileName - status "
                        FS-FileName
                STOP RUN
           END-IF
           OPEN INPUT FornecReg
           IF   FS-FornecReg > "09"
                DISPLAY "Nao foi possivel abrir FornecReg - status "
                        FS-FornecReg
                STOP RUN
           END-IF
           IF   FS-Rejeitos > "09"
                DISPLAY "Erro ao abrir arquivos - " FS-Rejeitos
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
           MOVE LINHA-ENTRADA(1:1) TO WS-TIPO-LINHA
           EVALUATE TRUE
               WHEN WS-LINHA-FORNECEDOR
                    PERFORM 220-ABRE-COMPRA THRU 220-99-FIM
               WHEN WS-LINHA-ITEM
                    PERFORM 300-PROCESSA-ITEM THRU 300-99-FIM
               WHEN OTHER
                    MOVE "Tipo de linha invalido (use F ou I)." TO
                         WS-MSG-ERRO
                    PERFORM 250-REJEITA THRU 250-99-FIM
           END-EVALUATE.
       200-99-FIM. EXIT.

       220-ABRE-COMPRA.
           IF   COMPRA-ABERTA
                PERFORM 500-FECHA-COMPRA THRU 500-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-FORNECEDOR
                                       WS-DATA-PREVISTA
           IF   WS-FORNECEDOR = SPACES
                MOVE "Fornecedor nao pode ser em branco." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 225-VALIDA-FORNECEDOR THRU 225-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 228-VALIDA-PREVISTA THRU 228-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           PERFORM 230-PROXIMA-COMPRA THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE FOR-CODIGO   TO WS-FORNECEDOR-ATUAL
           MOVE FOR-NOME     TO WS-NOME-FORNECEDOR
           MOVE ZEROS        TO WS-SEQ-ITEM
           MOVE ZEROS        TO WS-TOTAL-COMPRA
           SET COMPRA-ABERTA TO TRUE.
       220-99-FIM. EXIT.

       225-VALIDA-FORNECEDOR.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-FORNECEDOR IS NOT NUMERIC
                MOVE "Codigo de fornecedor invalido." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           MOVE WS-FORNECEDOR TO FOR-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FornecReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ FornecReg ignore lock
              IF   FS-FornecReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-FornecReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   FS-FornecReg > "09"
                MOVE "Fornecedor nao cadastrado." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   FOR-REG-INATIVO
                MOVE "Fornecedor inativo." TO WS-MSG-ERRO
           END-IF.
       225-99-FIM. EXIT.

       228-VALIDA-PREVISTA.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-DATA-PREVISTA = SPACES
                MOVE WS-DATA-HOJE TO WS-PREVISTA-ATUAL
                GO TO 228-99-FIM
           END-IF
           IF   WS-DATA-PREVISTA IS NOT NUMERIC
                MOVE "Data prevista invalida (AAAAMMDD)." TO
                     WS-MSG-ERRO
                GO TO 228-99-FIM
           END-IF
           MOVE WS-DATA-PREVISTA TO WS-DATA-TESTE
           IF   WS-TESTE-MES < 1 OR WS-TESTE-MES > 12
            OR  WS-TESTE-DIA < 1 OR WS-TESTE-DIA > 31
                MOVE "Data prevista invalida (AAAAMMDD)." TO
                     WS-MSG-ERRO
                GO TO 228-99-FIM
           END-IF
           IF   WS-DATA-TESTE < WS-DATA-HOJE
                MOVE "Data prevista anterior a hoje." TO WS-MSG-ERRO
                GO TO 228-99-FIM
           END-IF
           MOVE WS-DATA-TESTE TO WS-PREVISTA-ATUAL.
       228-99-FIM. EXIT.

       230-PROXIMA-COMPRA.
           MOVE "O" TO CTD-TIPO-DOC
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
                GO TO 230-99-FIM
           END-IF
           IF   FS-CtrlDoc = "23"
                INITIALIZE CTRL-DOC-REG
                MOVE "O" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-COMPRA-ATUAL
           CLOSE CtrlDoc.
       230-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       300-PROCESSA-ITEM.
           IF   NOT COMPRA-ABERTA
                MOVE "Item sem linha de fornecedor anterior." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-CATALOGO-ENT
                                       WS-CODIGO
                                       WS-QUANTIDADE
                                       WS-CUSTO
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
           MOVE WS-QTDE-CHEIA    TO WS-QTDE-PEDIDA-CHEIA
           MOVE WS-QTDE-CENTAVOS TO WS-QTDE-PEDIDA-CENT
           IF   WS-QTDE-PEDIDA = ZEROS
                MOVE "Quantidade nao pode ser zero." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           IF   WS-CUSTO-CHEIO    IS NOT NUMERIC
            OR  WS-CUSTO-CENTAVOS IS NOT NUMERIC
                MOVE "Custo unitario invalido." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           MOVE WS-CUSTO-CHEIO    TO WS-CUSTO-UNIT-CHEIO
           MOVE WS-CUSTO-CENTAVOS TO WS-CUSTO-UNIT-CENT
           IF   WS-CUSTO-UNIT = ZEROS
                MOVE "Custo unitario nao pode ser zero." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 320-VALIDA-ITEM THRU 320-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 300-99-FIM
           END-IF
           PERFORM 380-GRAVA-ITEM-COMPRA THRU 380-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
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

       380-GRAVA-ITEM-COMPRA.
           MOVE SPACES TO WS-MSG-ERRO
           ADD 1 TO WS-SEQ-ITEM
           COMPUTE WS-VALOR-ITEM ROUNDED =
                   WS-QTDE-PEDIDA * WS-CUSTO-UNIT
           INITIALIZE COMPRA-ITM-REG
           MOVE WS-COMPRA-ATUAL    TO OI-NUMERO
           MOVE WS-SEQ-ITEM        TO OI-SEQ
           MOVE FileName-CATALOGO  TO OI-CATALOGO
           MOVE FileName-CODIGO    TO OI-CODIGO
           MOVE FileName-DESCRICAO TO OI-DESCRICAO
           MOVE WS-QTDE-PEDIDA     TO OI-QTDE-PEDIDA
           MOVE WS-CUSTO-UNIT      TO OI-CUSTO-UNIT
           MOVE WS-VALOR-ITEM      TO OI-VALOR
           OPEN I-O CompraItm
           IF   FS-CompraItm = "35"
                OPEN OUTPUT CompraItm
                CLOSE CompraItm
                OPEN I-O CompraItm
           END-IF
           WRITE COMPRA-ITM-REG
           IF   FS-CompraItm > "09"
                STRING "FileStatus " FS-CompraItm
                       " ao gravar item do pedido."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                SUBTRACT 1 FROM WS-SEQ-ITEM
                CLOSE CompraItm
                GO TO 380-99-FIM
           END-IF
           CLOSE CompraItm
           ADD WS-VALOR-ITEM TO WS-TOTAL-COMPRA
           ADD 1 TO WS-ITENS.
       380-99-FIM. EXIT.

       500-FECHA-COMPRA.
           SET COMPRA-ABERTA TO FALSE
           IF   WS-SEQ-ITEM = ZEROS
                DISPLAY "Pedido de compra " WS-COMPRA-ATUAL
                        " sem itens - descartado."
                GO TO 500-99-FIM
           END-IF
           INITIALIZE COMPRA-CAB-REG
           MOVE WS-COMPRA-ATUAL     TO OC-NUMERO
           MOVE WS-FORNECEDOR-ATUAL TO OC-FORNECEDOR
           MOVE WS-NOME-FORNECEDOR  TO OC-NOME-FORNECEDOR
           ACCEPT OC-DATA FROM DATE YYYYMMDD
           ACCEPT OC-HORA FROM TIME
           MOVE WS-PREVISTA-ATUAL   TO OC-DATA-PREVISTA
           MOVE WS-SEQ-ITEM         TO OC-ITENS
           MOVE WS-TOTAL-COMPRA     TO OC-TOTAL
           SET OC-ABERTA            TO TRUE
           MOVE OC-DATA             TO OC-DATA-SITUACAO
           MOVE WS-OPERADOR         TO OC-OPERADOR
           OPEN I-O CompraCab
           IF   FS-CompraCab = "35"
                OPEN OUTPUT CompraCab
                CLOSE CompraCab
                OPEN I-O CompraCab
           END-IF
           WRITE COMPRA-CAB-REG
           CLOSE CompraCab
           PERFORM 520-EMITE-DOCUMENTO THRU 520-99-FIM
           ADD 1 TO WS-COMPRAS.
       500-99-FIM. EXIT.

       520-EMITE-DOCUMENTO.
           MOVE WS-COMPRA-ATUAL TO WS-COMPRA-EDT
           INITIALIZE LB-Documento
           STRING "COMPRA_"
                  WS-COMPRA-EDT
                  ".TXT"
                  DELIMITED BY SIZE INTO LB-Documento
           OPEN OUTPUT Documento
           IF   FS-Documento > "09"
                DISPLAY "Nao foi possivel abrir " LB-Documento
                        " - status " FS-Documento
                GO TO 520-99-FIM
           END-IF
           MOVE OC-NUMERO TO WDC-COMPRA
           MOVE OC-DATA   TO WDC-DATA
           MOVE OC-HORA   TO WDC-HORA
           MOVE WS-DOC-CABECALHO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE OC-FORNECEDOR      TO WDF-FORNECEDOR
           MOVE OC-NOME-FORNECEDOR TO WDF-NOME
           MOVE OC-DATA-PREVISTA   TO WDF-PREVISTA
           MOVE WS-DOC-FORNECEDOR  TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-DOC-TITULO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           PERFORM 540-IMPRIME-ITENS THRU 540-99-FIM
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-TOTAL-COMPRA TO WDT-TOTAL
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           CLOSE Documento.
       520-99-FIM. EXIT.

       540-IMPRIME-ITENS.
           OPEN INPUT CompraItm
           IF   FS-CompraItm > "09"
                CLOSE CompraItm
                GO TO 540-99-FIM
           END-IF
           INITIALIZE COMPRA-ITM-REG
           MOVE WS-COMPRA-ATUAL TO OI-NUMERO
           START CompraItm KEY NOT < OI-CHAVE
                 INVALID KEY MOVE "10" TO FS-CompraItm
           END-START
           PERFORM TEST AFTER UNTIL FS-CompraItm > "09"
              READ CompraItm NEXT RECORD
                             IGNORE LOCK
              IF   FS-CompraItm < "10"
               AND OI-NUMERO NOT = WS-COMPRA-ATUAL
                   MOVE "10" TO FS-CompraItm
              END-IF
              IF   FS-CompraItm < "10"
                   MOVE OI-CATALOGO    TO WDD-CATALOGO
                   MOVE OI-CODIGO      TO WDD-CODIGO
                   MOVE OI-DESCRICAO   TO WDD-DESCRICAO
                   MOVE OI-QTDE-PEDIDA TO WDD-QUANTIDADE
                   MOVE OI-CUSTO-UNIT  TO WDD-CUSTO
                   MOVE OI-VALOR       TO WDD-VALOR
                   MOVE WS-DOC-DETALHE TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
              END-IF
           END-PERFORM
           CLOSE CompraItm.
       540-99-FIM. EXIT.

       END PROGRAM PHPCAD24.
