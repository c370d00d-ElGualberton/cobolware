       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD25.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Recebimento de mercadorias contra pedido de  *
                      *  compra: le RECEBIMENTO.TXT (pedido, item,    *
                      *  quantidade recebida, custo da nota e         *
                      *  deposito de entrada, padrao 001), da entrada *
                      *  no EstoqueReg do deposito recalculando o     *
                      *  custo medio pelo custo do pedido, grava EM-  *
                      *  ENTRADA em EstoqueMov com o numero do pedido *
                      *  de compra e atualiza CompraItm/CompraCab     *
                      *  (recebimento parcial permitido). Quantidade  *
                      *  acima do pendente e custo da nota diferente  *
                      *  do pedido sao aceitos e apontados na         *
                      *  listagem PHPCAD25.LST. Linhas N logo apos a  *
                      *  linha R de um item com garantia (FileName-   *
                      *  GARANTIA 1) gravam um numero de serie cada   *
                      *  em SerialReg; quantidade de series diferente *
                      *  da recebida e apontada na listagem. Linhas   *
                      *  recusadas vao para arquivo de rejeitos com o *
                      *  motivo.                                      *
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

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

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
              88 WS-LINHA-RECEBIMENTO   VALUE "R" "r".
              88 WS-LINHA-SERIAL        VALUE "N" "n".
           05 WS-COMPRA             PIC  X(006).
           05 WS-SEQ                PIC  X(003).
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
           05 WS-DEPOSITO           PIC  X(003).
           05 WS-SERIAL             PIC  X(020).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "RECEBIMENTO.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "RECEBIMENTOREJ.TXT".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD25.LST".
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 FS-CompraCab                PIC  X(002) VALUE "00".
           05 LB-CompraCab                PIC  X(050) VALUE
              "CompraCab".
           05 FS-CompraItm                PIC  X(002) VALUE "00".
           05 LB-CompraItm                PIC  X(050) VALUE
              "CompraItm".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-QTDE-MOVTO               PIC  9(007)V99 VALUE ZEROS.
           05 REDEFINES WS-QTDE-MOVTO.
              10 WS-QTDE-MOVTO-CHEIA      PIC  9(007).
              10 WS-QTDE-MOVTO-CENT       PIC  9(002).
           05 WS-CUSTO-NOTA               PIC  9(008)V99 VALUE ZEROS.
           05 REDEFINES WS-CUSTO-NOTA.
              10 WS-CUSTO-NOTA-CHEIO      PIC  9(008).
              10 WS-CUSTO-NOTA-CENT       PIC  9(002).
           05 WS-QTDE-PENDENTE            PIC  9(007)V99 VALUE ZEROS.
           05 WS-DEPOSITO-ATUAL           PIC  9(003) VALUE ZEROS.
           05 WS-SALDO-ANTERIOR           PIC  9(007)V99 VALUE ZEROS.
           05 WS-OCORRENCIA               PIC  X(013) VALUE SPACES.
           05 WS-TEM-CUSTO-NOTA           PIC  X(001) VALUE "N".
              88 TEM-CUSTO-NOTA                VALUE "S"
                                               FALSE "N".
           05 WS-ESTOQUE-NOVO             PIC  X(001) VALUE "N".
              88 ESTOQUE-NOVO                  VALUE "S"
                                               FALSE "N".
           05 WS-EXCEDE-PEDIDO            PIC  X(001) VALUE "N".
              88 EXCEDE-PEDIDO                 VALUE "S"
                                               FALSE "N".
           05 WS-PRECO-DIVERGE            PIC  X(001) VALUE "N".
              88 PRECO-DIVERGE                 VALUE "S"
                                               FALSE "N".
           05 WS-COMPRA-COMPLETA          PIC  X(001) VALUE "S".
              88 COMPRA-COMPLETA               VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ENTRADA              PIC  X(001) VALUE "N".
              88 AT-END-ENTRADA               VALUE "S".
           05 WS-SERIAL-LIBERADO          PIC  X(001) VALUE "N".
              88 SERIAL-LIBERADO               VALUE "S"
                                               FALSE "N".
           05 WS-ITEM-GARANTIA            PIC  X(001) VALUE "N".
              88 ITEM-COM-GARANTIA             VALUE "S"
                                               FALSE "N".
           05 WS-SERIAL-CATALOGO          PIC  9(003) VALUE ZEROS.
           05 WS-SERIAL-CODIGO            PIC  9(005) VALUE ZEROS.
           05 WS-SERIAL-COMPRA            PIC  9(006) VALUE ZEROS.
           05 WS-SERIAL-DEPOSITO          PIC  9(003) VALUE ZEROS.
           05 WS-SERIAIS-ESPERADOS        PIC  9(007) VALUE ZEROS.
           05 WS-SERIAIS-ITEM             PIC  9(007) VALUE ZEROS.
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-RECEBIDAS                PIC  9(006) VALUE ZEROS.
           05 WS-EXCEDENTES               PIC  9(006) VALUE ZEROS.
           05 WS-DIVERGENTES              PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-SERIAIS-GRAVADOS         PIC  9(006) VALUE ZEROS.
           05 WS-SERIAIS-DIVERGENTES      PIC  9(006) VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Recebimento de pedidos de compra".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(007) VALUE "PEDIDO".
           05 FILLER                      PIC  X(004) VALUE "SEQ".
           05 FILLER                      PIC  X(004) VALUE "CAT".
           05 FILLER                      PIC  X(006) VALUE "COD".
           05 FILLER                      PIC  X(011) VALUE
              "  RECEBIDO".
           05 FILLER                      PIC  X(011) VALUE
              "  PENDENTE".
           05 FILLER                      PIC  X(012) VALUE
              "   CUSTO OC".
           05 FILLER                      PIC  X(012) VALUE
              "   CUSTO NF".
           05 FILLER                      PIC  X(010) VALUE
              "OCORRENCIA".

       01  WS-DETALHE.
           05 WD-COMPRA                   PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SEQ                      PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CATALOGO                 PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-RECEBIDO                 PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-PENDENTE                 PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO-OC                 PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO-NF                 PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-OCORRENCIA               PIC  X(013).

       01  WS-LINHA-SERIAIS.
           05 FILLER                      PIC  X(022) VALUE
              "      Numeros de serie".
           05 WLS-INFORMADOS              PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(004) VALUE " de ".
           05 WLS-ESPERADOS               PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(013) VALUE
              " - DIVERGENTE".

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
           PERFORM 290-CONFERE-SERIAIS THRU 290-99-FIM
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE Entrada Rejeitos Listagem EstoqueReg EstoqueMov
                 CompraCab CompraItm DepositoReg FileName SerialReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Itens recebidos...: " WS-RECEBIDAS
           DISPLAY "Acima do pedido...: " WS-EXCEDENTES
           DISPLAY "Custo divergente..: " WS-DIVERGENTES
           DISPLAY "Numeros de serie..: " WS-SERIAIS-GRAVADOS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
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
           OPEN I-O CompraCab
           IF   FS-CompraCab = "35"
                DISPLAY "Nenhum pedido de compra gravado."
                STOP RUN
           END-IF
           OPEN I-O CompraItm
           OPEN INPUT DepositoReg
           IF   FS-DepositoReg > "09"
                DISPLAY "Nao foi possivel abrir DepositoReg - status "
                        FS-DepositoReg
                STOP RUN
           END-IF
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                DISPLAY "Nao foi possivel abrir FileName - status "
                        FS-FileName
                STOP RUN
           END-IF
           OPEN I-O SerialReg
           IF   FS-SerialReg = "35"
                OPEN OUTPUT SerialReg
                CLOSE SerialReg
                OPEN I-O SerialReg
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
           IF   FS-CompraCab > "09"    OR FS-CompraItm > "09"
             OR FS-EstoqueReg > "09"   OR FS-EstoqueMov > "09"
             OR FS-Rejeitos > "09"     OR FS-Listagem > "09"
             OR FS-SerialReg > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-CompraCab " " FS-CompraItm " "
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
           IF   WS-LINHA-SERIAL
                PERFORM 280-PROCESSA-SERIAL THRU 280-99-FIM
                GO TO 200-99-FIM
           END-IF
           IF   NOT WS-LINHA-RECEBIMENTO
                MOVE "Tipo de linha invalido (use R ou N)." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 290-CONFERE-SERIAIS THRU 290-99-FIM
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-COMPRA
                                       WS-SEQ
                                       WS-QUANTIDADE
                                       WS-CUSTO
                                       WS-DEPOSITO
           PERFORM 220-VALIDA-LINHA THRU 220-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 225-VALIDA-DEPOSITO THRU 225-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 230-LE-COMPRA THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 240-LE-ITEM-COMPRA THRU 240-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 260-CONFERE-RECEBIMENTO THRU 260-99-FIM
           PERFORM 300-ENTRADA-ESTOQUE THRU 300-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 340-GRAVA-MOVIMENTO    THRU 340-99-FIM
           PERFORM 360-ATUALIZA-ITEM      THRU 360-99-FIM
           PERFORM 380-ATUALIZA-SITUACAO  THRU 380-99-FIM
           PERFORM 500-IMPRIME-DETALHE    THRU 500-99-FIM
           PERFORM 270-VERIFICA-GARANTIA  THRU 270-99-FIM
           IF   EXCEDE-PEDIDO
                ADD 1 TO WS-EXCEDENTES
           END-IF
           IF   PRECO-DIVERGE
                ADD 1 TO WS-DIVERGENTES
           END-IF
           ADD 1 TO WS-RECEBIDAS.
       200-99-FIM. EXIT.

       220-VALIDA-LINHA.
           IF   WS-COMPRA IS NOT NUMERIC
                MOVE "Numero do pedido de compra invalido." TO
                     WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   WS-SEQ IS NOT NUMERIC
                MOVE "Sequencia do item invalida." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   WS-QTDE-CHEIA    IS NOT NUMERIC
            OR  WS-QTDE-CENTAVOS IS NOT NUMERIC
                MOVE "Quantidade invalida." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-QTDE-CHEIA    TO WS-QTDE-MOVTO-CHEIA
           MOVE WS-QTDE-CENTAVOS TO WS-QTDE-MOVTO-CENT
           IF   WS-QTDE-MOVTO = ZEROS
                MOVE "Quantidade nao pode ser zero." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           SET TEM-CUSTO-NOTA TO FALSE
           MOVE ZEROS TO WS-CUSTO-NOTA
           IF   WS-CUSTO = SPACES
                GO TO 220-99-FIM
           END-IF
           IF   WS-CUSTO-CHEIO    IS NOT NUMERIC
            OR  WS-CUSTO-CENTAVOS IS NOT NUMERIC
                MOVE "Custo da nota invalido." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-CUSTO-CHEIO    TO WS-CUSTO-NOTA-CHEIO
           MOVE WS-CUSTO-CENTAVOS TO WS-CUSTO-NOTA-CENT
           SET TEM-CUSTO-NOTA TO TRUE.
       220-99-FIM. EXIT.

       225-VALIDA-DEPOSITO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-DEPOSITO = SPACES
                MOVE "001" TO WS-DEPOSITO
           END-IF
           IF   WS-DEPOSITO IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                GO TO 225-99-FIM
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
                GO TO 225-99-FIM
           END-IF
           IF   FS-DepositoReg > "09"
                MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           IF   DEP-REG-INATIVO
                MOVE "Deposito inativo." TO WS-MSG-ERRO
                GO TO 225-99-FIM
           END-IF
           MOVE DEP-CODIGO TO WS-DEPOSITO-ATUAL.
       225-99-FIM. EXIT.

       230-LE-COMPRA.
           MOVE WS-COMPRA TO OC-NUMERO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-CompraCab NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ CompraCab
              IF   FS-CompraCab = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-CompraCab = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   FS-CompraCab > "09"
                MOVE "Pedido de compra nao cadastrado." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   OC-CANCELADA
                MOVE "Pedido de compra cancelado." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   OC-RECEBIDA
                MOVE "Pedido de compra ja recebido." TO WS-MSG-ERRO
           END-IF.
       230-99-FIM. EXIT.

       240-LE-ITEM-COMPRA.
           MOVE OC-NUMERO TO OI-NUMERO
           MOVE WS-SEQ    TO OI-SEQ
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-CompraItm NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ CompraItm
              IF   FS-CompraItm = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-CompraItm = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 240-99-FIM
           END-IF
           IF   FS-CompraItm > "09"
                MOVE "Item nao existe no pedido de compra." TO
                     WS-MSG-ERRO
           END-IF.
       240-99-FIM. EXIT.

       270-VERIFICA-GARANTIA.
           SET ITEM-COM-GARANTIA TO FALSE
           MOVE OI-CATALOGO       TO WS-SERIAL-CATALOGO
           MOVE OI-CODIGO         TO WS-SERIAL-CODIGO
           MOVE OI-NUMERO         TO WS-SERIAL-COMPRA
           MOVE WS-DEPOSITO-ATUAL TO WS-SERIAL-DEPOSITO
           MOVE WS-QTDE-MOVTO-CHEIA TO WS-SERIAIS-ESPERADOS
           MOVE ZEROS TO WS-SERIAIS-ITEM
           SET SERIAL-LIBERADO TO TRUE
           MOVE OI-CATALOGO TO FileName-CATALOGO
           MOVE OI-CODIGO   TO FileName-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FileName NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ FileName ignore lock
              IF   FS-FileName = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-FileName < "10"
            AND FileName-GARANTIA = 1
                SET ITEM-COM-GARANTIA TO TRUE
           END-IF.
       270-99-FIM. EXIT.

       280-PROCESSA-SERIAL.
           MOVE SPACES TO WS-MSG-ERRO
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-SERIAL
           IF   NOT SERIAL-LIBERADO
                MOVE "Serie sem recebimento R anterior." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           IF   NOT ITEM-COM-GARANTIA
                MOVE "Item nao controla garantia." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           IF   WS-SERIAL = SPACES
                MOVE "Numero de serie em branco." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           IF   WS-SERIAIS-ITEM NOT < WS-SERIAIS-ESPERADOS
                MOVE "Series excedem a quantidade recebida." TO
                     WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           INITIALIZE SERIAL-REG
           MOVE WS-SERIAL-CATALOGO TO SER-CATALOGO
           MOVE WS-SERIAL-CODIGO   TO SER-CODIGO
           MOVE WS-SERIAL          TO SER-NUMERO
           MOVE WS-SERIAL          TO SER-NUMERO-ALT
           SET SER-EM-ESTOQUE TO TRUE
           MOVE WS-SERIAL-COMPRA   TO SER-COMPRA
           MOVE WS-DATA-EXEC       TO SER-DATA-ENTRADA
           MOVE WS-SERIAL-DEPOSITO TO SER-DEPOSITO-ENTRADA
           ACCEPT SER-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT SER-HORA-ALT FROM TIME
           MOVE WS-OPERADOR        TO SER-OPERADOR
           WRITE SERIAL-REG
           IF   FS-SerialReg = "22"
                MOVE "Numero de serie ja cadastrado." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           IF   FS-SerialReg > "09"
                STRING "FileStatus " FS-SerialReg
                       " ao gravar numero de serie."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 280-99-FIM
           END-IF
           ADD 1 TO WS-SERIAIS-ITEM
           ADD 1 TO WS-SERIAIS-GRAVADOS.
       280-99-FIM. EXIT.

       290-CONFERE-SERIAIS.
           IF   SERIAL-LIBERADO
            AND ITEM-COM-GARANTIA
            AND WS-SERIAIS-ITEM NOT = WS-SERIAIS-ESPERADOS
                IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                     PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
                END-IF
                MOVE WS-SERIAIS-ITEM      TO WLS-INFORMADOS
                MOVE WS-SERIAIS-ESPERADOS TO WLS-ESPERADOS
                MOVE WS-LINHA-SERIAIS TO LINHA-LISTAGEM
                WRITE LINHA-LISTAGEM
                ADD 1 TO WS-LINHAS-PAGINA
                ADD 1 TO WS-SERIAIS-DIVERGENTES
           END-IF
           SET SERIAL-LIBERADO   TO FALSE
           SET ITEM-COM-GARANTIA TO FALSE.
       290-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       260-CONFERE-RECEBIMENTO.
           SET EXCEDE-PEDIDO TO FALSE
           SET PRECO-DIVERGE TO FALSE
           MOVE SPACES TO WS-OCORRENCIA
           IF   OI-QTDE-RECEBIDA < OI-QTDE-PEDIDA
                COMPUTE WS-QTDE-PENDENTE =
                        OI-QTDE-PEDIDA - OI-QTDE-RECEBIDA
           ELSE
                MOVE ZEROS TO WS-QTDE-PENDENTE
           END-IF
           IF   WS-QTDE-MOVTO > WS-QTDE-PENDENTE
                SET EXCEDE-PEDIDO TO TRUE
                MOVE "EXCEDE PEDIDO" TO WS-OCORRENCIA
           END-IF
           IF   TEM-CUSTO-NOTA
            AND WS-CUSTO-NOTA NOT = OI-CUSTO-UNIT
                SET PRECO-DIVERGE TO TRUE
                IF   EXCEDE-PEDIDO
                     MOVE "EXCEDE/PRECO" TO WS-OCORRENCIA
                ELSE
                     MOVE "PRECO DIVERGE" TO WS-OCORRENCIA
                END-IF
           END-IF.
       260-99-FIM. EXIT.

       300-ENTRADA-ESTOQUE.
           MOVE SPACES TO WS-MSG-ERRO
           SET ESTOQUE-NOVO TO FALSE
           INITIALIZE ESTOQUE-REG
           MOVE OI-CATALOGO TO EST-CATALOGO
           MOVE OI-CODIGO   TO EST-CODIGO
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
           IF   FS-EstoqueReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 300-99-FIM
           END-IF
           IF   FS-EstoqueReg = "23"
                SET ESTOQUE-NOVO TO TRUE
                INITIALIZE ESTOQUE-REG
                MOVE OI-CATALOGO TO EST-CATALOGO
                MOVE OI-CODIGO   TO EST-CODIGO
                MOVE WS-DEPOSITO-ATUAL TO EST-DEPOSITO
           ELSE
                IF   FS-EstoqueReg > "09"
                     STRING "FileStatus " FS-EstoqueReg
                            " ao ler o estoque."
                            DELIMITED BY SIZE INTO WS-MSG-ERRO
                     GO TO 300-99-FIM
                END-IF
           END-IF
           MOVE EST-SALDO TO WS-SALDO-ANTERIOR
           ADD WS-QTDE-MOVTO TO EST-SALDO
               ON SIZE ERROR
                  MOVE "Saldo excede o limite do campo." TO
                       WS-MSG-ERRO
                  GO TO 300-99-FIM
           END-ADD
           COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   (WS-SALDO-ANTERIOR * EST-CUSTO-MEDIO
                    + WS-QTDE-MOVTO * OI-CUSTO-UNIT)
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
                STRING "FileStatus " FS-EstoqueReg " na regravacao."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-IF.
       300-99-FIM. EXIT.

       340-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           SET EM-ENTRADA TO TRUE
           MOVE WS-QTDE-MOVTO     TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
           MOVE EST-SALDO         TO EM-SALDO-ATUAL
           MOVE OC-NUMERO         TO EM-DOCUMENTO
           MOVE OI-CUSTO-UNIT     TO EM-CUSTO-UNIT
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
                        EM-CODIGO " compra " EM-DOCUMENTO
           END-IF.
       340-99-FIM. EXIT.

       360-ATUALIZA-ITEM.
           ADD WS-QTDE-MOVTO TO OI-QTDE-RECEBIDA
               ON SIZE ERROR
                  DISPLAY "Quantidade recebida excede o campo - "
                          "compra " OI-NUMERO " item " OI-SEQ
           END-ADD
           MOVE WS-DATA-EXEC TO OI-DATA-ULT-RECEB
           REWRITE COMPRA-ITM-REG
           IF   FS-CompraItm > "09"
                DISPLAY "FileStatus " FS-CompraItm
                        " ao regravar item " OI-NUMERO " " OI-SEQ
           END-IF
           IF   OI-QTDE-RECEBIDA < OI-QTDE-PEDIDA
                COMPUTE WS-QTDE-PENDENTE =
                        OI-QTDE-PEDIDA - OI-QTDE-RECEBIDA
           ELSE
                MOVE ZEROS TO WS-QTDE-PENDENTE
           END-IF.
       360-99-FIM. EXIT.

       380-ATUALIZA-SITUACAO.
           SET COMPRA-COMPLETA TO TRUE
           INITIALIZE COMPRA-ITM-REG
           MOVE OC-NUMERO TO OI-NUMERO
           START CompraItm KEY NOT < OI-CHAVE
                 INVALID KEY MOVE "10" TO FS-CompraItm
           END-START
           PERFORM TEST AFTER UNTIL FS-CompraItm > "09"
              READ CompraItm NEXT RECORD
                             IGNORE LOCK
              IF   FS-CompraItm < "10"
               AND OI-NUMERO NOT = OC-NUMERO
                   MOVE "10" TO FS-CompraItm
              END-IF
              IF   FS-CompraItm < "10"
               AND OI-QTDE-RECEBIDA < OI-QTDE-PEDIDA
                   SET COMPRA-COMPLETA TO FALSE
                   MOVE "10" TO FS-CompraItm
              END-IF
           END-PERFORM
           IF   COMPRA-COMPLETA
                SET OC-RECEBIDA TO TRUE
           ELSE
                SET OC-PARCIAL  TO TRUE
           END-IF
           MOVE WS-DATA-EXEC TO OC-DATA-SITUACAO
           MOVE WS-OPERADOR  TO OC-OPERADOR
           REWRITE COMPRA-CAB-REG
           IF   FS-CompraCab > "09"
                DISPLAY "FileStatus " FS-CompraCab
                        " ao regravar pedido de compra " OC-NUMERO
           END-IF
           MOVE OC-NUMERO TO OI-NUMERO
           MOVE WS-SEQ    TO OI-SEQ
           READ CompraItm IGNORE LOCK.
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
           MOVE OI-NUMERO        TO WD-COMPRA
           MOVE OI-SEQ           TO WD-SEQ
           MOVE OI-CATALOGO      TO WD-CATALOGO
           MOVE OI-CODIGO        TO WD-CODIGO
           MOVE WS-QTDE-MOVTO    TO WD-RECEBIDO
           MOVE WS-QTDE-PENDENTE TO WD-PENDENTE
           MOVE OI-CUSTO-UNIT    TO WD-CUSTO-OC
           MOVE WS-CUSTO-NOTA    TO WD-CUSTO-NF
           MOVE WS-OCORRENCIA    TO WD-OCORRENCIA
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Itens recebidos.............:" TO WTL-ROTULO
           MOVE WS-RECEBIDAS   TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Recebidos acima do pedido...:" TO WTL-ROTULO
           MOVE WS-EXCEDENTES  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Custo da nota divergente....:" TO WTL-ROTULO
           MOVE WS-DIVERGENTES TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Numeros de serie gravados...:" TO WTL-ROTULO
           MOVE WS-SERIAIS-GRAVADOS TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Itens com series divergentes:" TO WTL-ROTULO
           MOVE WS-SERIAIS-DIVERGENTES TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Linhas rejeitadas...........:" TO WTL-ROTULO
           MOVE WS-REJEITADAS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       END PROGRAM PHPCAD25.
