       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD29.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Faturamento: percorre PedidoCab e fatura os  *
                      *  pedidos fechados (inclusive com devolucao    *
                      *  parcial) ate a data de corte (parametro      *
                      *  AAAAMMDD apos o operador; sem data, a data   *
                      *  do dia). Cada item do pedido ainda nao       *
                      *  faturado (FaturaItm por pedido/sequencia)    *
                      *  entra pela quantidade liquida de devolucoes, *
                      *  com imposto pela aliquota de ImpostoReg      *
                      *  (tipo do item e FileName-IMPORTADO). A       *
                      *  fatura e numerada pela serie "N" do CtrlDoc, *
                      *  vence no prazo de pagamento do cliente       *
                      *  (CLI-PRAZO-PAGTO) e gera o titulo a receber  *
                      *  em ReceberReg. Emite FATURA_nnnnnn.TXT e a   *
                      *  listagem PHPCAD29.LST                        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Documento ASSIGN TO LB-Documento
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Documento.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT PedidoCab ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PC-PEDIDO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoCab.

           SELECT PedidoItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PI-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PedidoItm.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT ClienteReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-NOME
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ClienteReg.

           SELECT ImpostoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS IMP-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ImpostoReg.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

           SELECT FaturaCab ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FT-NUMERO
                  ALTERNATE RECORD KEY IS FT-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FaturaCab.

           SELECT FaturaItm ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FI-CHAVE
                  ALTERNATE RECORD KEY IS FI-ITEM-PEDIDO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FaturaItm.

           SELECT ReceberReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS REC-FATURA
                  ALTERNATE RECORD KEY IS REC-COD-CLIENTE
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ReceberReg.

       DATA DIVISION.
       FILE SECTION.

       FD  Documento
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Documento.

       01  LINHA-DOCUMENTO                PIC  X(080).

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       FD  PedidoCab
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PedidoCab.

       01  PEDIDO-CAB-REG.
           05 PC-PEDIDO                   PIC  9(006).
           05 PC-CLIENTE                  PIC  X(030).
           05 PC-DATA                     PIC  9(008).
           05 PC-HORA                     PIC  9(006).
           05 PC-ITENS                    PIC  9(003).
           05 PC-TOTAL                    PIC  9(009)V99.
           05 PC-COD-CLIENTE              PIC  9(006).
           05 PC-FAIXA                    PIC  9(001).
           05 PC-SITUACAO                 PIC  X(001).
              88 PC-FECHADO                   VALUE "F" SPACE.
              88 PC-DEVOLVIDO-PARCIAL         VALUE "P".
              88 PC-DEVOLVIDO                 VALUE "D".
              88 PC-CANCELADO                 VALUE "C".
           05 PC-VALOR-DEVOLVIDO          PIC  9(009)V99.
           05 PC-DATA-SITUACAO            PIC  9(008).
           05 PC-OPERADOR-SITUACAO        PIC  9(003).
           05 PC-DEPOSITO                 PIC  9(003).

       FD  PedidoItm
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PedidoItm.

       01  PEDIDO-ITM-REG.
           05 PI-CHAVE.
              10 PI-PEDIDO                PIC  9(006).
              10 PI-SEQ                   PIC  9(003).
           05 PI-CATALOGO                 PIC  9(003).
           05 PI-CODIGO                   PIC  9(005).
           05 PI-DESCRICAO                PIC  X(030).
           05 PI-QUANTIDADE               PIC  9(007)V99.
           05 PI-PRECO-UNIT               PIC  9(008)V99.
           05 PI-VALOR                    PIC  9(009)V99.
           05 PI-CUSTO-UNIT               PIC  9(008)V99.
           05 PI-MOVTO-DATA-HORA.
              10 PI-MOVTO-DATA            PIC  9(008).
              10 PI-MOVTO-HORA            PIC  9(006).
           05 PI-QTDE-DEVOLVIDA           PIC  9(007)V99.

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

       FD  ClienteReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ClienteReg.

       01  CLIENTE-REG.
           05 CLI-CODIGO                  PIC  9(006).
           05 CLI-NOME                    PIC  X(030).
           05 CLI-CNPJ-CPF                PIC  X(014).
           05 CLI-ENDERECO                PIC  X(040).
           05 CLI-CIDADE                  PIC  X(020).
           05 CLI-UF                      PIC  X(002).
           05 CLI-FAIXA                   PIC  9(001).
              88 CLI-VAREJO                            VALUE 1.
              88 CLI-ATACADO                           VALUE 2.
              88 CLI-CONTRATO                          VALUE 3.
           05 CLI-LIMITE-CREDITO          PIC  9(008)V99.
           05 CLI-DATA-ALTERACAO.
              10 CLI-DATA-ALT             PIC  9(008).
              10 CLI-HORA-ALT             PIC  9(006).
           05 CLI-ATIVO                   PIC  X(001).
              88 CLI-REG-ATIVO                         VALUE "1".
              88 CLI-REG-INATIVO                       VALUE "0".
           05 CLI-PRAZO-PAGTO             PIC  9(003).

       FD  ImpostoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ImpostoReg.

       01  IMPOSTO-REG.
           05 IMP-CHAVE.
              10 IMP-TIPO                 PIC  9(001).
              10 IMP-IMPORTADO            PIC  9(001).
           05 IMP-DESCRICAO               PIC  X(030).
           05 IMP-ALIQUOTA                PIC  9(003)V99.
           05 IMP-DATA-ALTERACAO.
              10 IMP-DATA-ALT             PIC  9(008).
              10 IMP-HORA-ALT             PIC  9(006).

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

       FD  FaturaCab
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FaturaCab.

       01  FATURA-CAB-REG.
           05 FT-NUMERO                   PIC  9(006).
           05 FT-PEDIDO                   PIC  9(006).
           05 FT-COD-CLIENTE              PIC  9(006).
           05 FT-NOME-CLIENTE             PIC  X(030).
           05 FT-DATA-EMISSAO             PIC  9(008).
           05 FT-HORA-EMISSAO             PIC  9(006).
           05 FT-PRAZO                    PIC  9(003).
           05 FT-DATA-VENCTO              PIC  9(008).
           05 FT-ITENS                    PIC  9(003).
           05 FT-VALOR-PRODUTOS           PIC  9(009)V99.
           05 FT-VALOR-IMPOSTO            PIC  9(009)V99.
           05 FT-VALOR-TOTAL              PIC  9(009)V99.
           05 FT-OPERADOR                 PIC  9(003).

       FD  FaturaItm
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FaturaItm.

       01  FATURA-ITM-REG.
           05 FI-CHAVE.
              10 FI-NUMERO                PIC  9(006).
              10 FI-SEQ                   PIC  9(003).
           05 FI-ITEM-PEDIDO.
              10 FI-PEDIDO                PIC  9(006).
              10 FI-SEQ-PEDIDO            PIC  9(003).
           05 FI-CATALOGO                 PIC  9(003).
           05 FI-CODIGO                   PIC  9(005).
           05 FI-DESCRICAO                PIC  X(030).
           05 FI-TIPO                     PIC  9(001).
           05 FI-IMPORTADO                PIC  9(001).
           05 FI-QUANTIDADE               PIC  9(007)V99.
           05 FI-PRECO-UNIT               PIC  9(008)V99.
           05 FI-VALOR                    PIC  9(009)V99.
           05 FI-ALIQUOTA                 PIC  9(003)V99.
           05 FI-VALOR-IMPOSTO            PIC  9(009)V99.

       FD  ReceberReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ReceberReg.

       01  RECEBER-REG.
           05 REC-FATURA                  PIC  9(006).
           05 REC-COD-CLIENTE             PIC  9(006).
           05 REC-NOME-CLIENTE            PIC  X(030).
           05 REC-PEDIDO                  PIC  9(006).
           05 REC-DATA-EMISSAO            PIC  9(008).
           05 REC-DATA-VENCTO             PIC  9(008).
           05 REC-VALOR                   PIC  9(009)V99.
           05 REC-VALOR-PAGO              PIC  9(009)V99.
           05 REC-DATA-ULT-PAGTO          PIC  9(008).
           05 REC-SITUACAO                PIC  X(001).
              88 REC-ABERTO                   VALUE "A".
              88 REC-PARCIAL                  VALUE "P".
              88 REC-LIQUIDADO                VALUE "L".
           05 REC-OPERADOR                PIC  9(003).

       WORKING-STORAGE SECTION.

       01  TAB-ALIQUOTAS.
           05 TA-TIPO OCCURS 10 TIMES.
              10 TA-IMPORTADO OCCURS 2 TIMES.
                 15 TA-USADO              PIC  X(001).
                    88 TA-COM-ALIQUOTA        VALUE "S".
                 15 TA-ALIQUOTA           PIC  9(003)V99.

       01  TAB-ITENS.
           05 TI-ITEM OCCURS 999 TIMES.
              10 TI-SEQ-PEDIDO            PIC  9(003).
              10 TI-CATALOGO              PIC  9(003).
              10 TI-CODIGO                PIC  9(005).
              10 TI-DESCRICAO             PIC  X(030).
              10 TI-TIPO                  PIC  9(001).
              10 TI-IMPORTADO             PIC  9(001).
              10 TI-QUANTIDADE            PIC  9(007)V99.
              10 TI-PRECO-UNIT            PIC  9(008)V99.
              10 TI-VALOR                 PIC  9(009)V99.
              10 TI-ALIQUOTA              PIC  9(003)V99.
              10 TI-VALOR-IMPOSTO         PIC  9(009)V99.

       01  AREAS-DE-TRABALHO-1.
           05 FS-Documento                PIC  X(002) VALUE "00".
           05 LB-Documento                PIC  X(050) VALUE SPACES.
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD29.LST".
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-ClienteReg               PIC  X(002) VALUE "00".
           05 LB-ClienteReg               PIC  X(050) VALUE
              "ClienteReg".
           05 FS-ImpostoReg               PIC  X(002) VALUE "00".
           05 LB-ImpostoReg               PIC  X(050) VALUE
              "ImpostoReg".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 FS-FaturaCab                PIC  X(002) VALUE "00".
           05 LB-FaturaCab                PIC  X(050) VALUE
              "FaturaCab".
           05 FS-FaturaItm                PIC  X(002) VALUE "00".
           05 LB-FaturaItm                PIC  X(050) VALUE
              "FaturaItm".
           05 FS-ReceberReg               PIC  X(002) VALUE "00".
           05 LB-ReceberReg               PIC  X(050) VALUE
              "ReceberReg".
           05 WS-PARM-LINHA               PIC  X(020) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-HORA-EXEC                PIC  9(006) VALUE ZEROS.
           05 WS-DATA-CORTE               PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-FATURA-ATUAL             PIC  9(006) VALUE ZEROS.
           05 WS-FATURA-EDT               PIC  9(006) VALUE ZEROS.
           05 WS-IND                      PIC  9(003) COMP VALUE 0.
           05 WS-IND-TIPO                 PIC  9(002) COMP VALUE 0.
           05 WS-IND-IMPORTADO            PIC  9(002) COMP VALUE 0.
           05 WS-QTD-ITENS                PIC  9(003) COMP VALUE 0.
           05 WS-MAX-ITENS                PIC  9(003) COMP VALUE 999.
           05 WS-QTDE-LIQUIDA             PIC  9(007)V99 VALUE ZEROS.
           05 WS-PRAZO                    PIC  9(003) VALUE ZEROS.
           05 WS-DATA-VENCTO              PIC  9(008) VALUE ZEROS.
           05 WS-NOME-CLIENTE             PIC  X(030) VALUE SPACES.
           05 WS-VALOR-PRODUTOS           PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-IMPOSTO            PIC  9(009)V99 VALUE ZEROS.
           05 WS-VALOR-TOTAL              PIC  9(009)V99 VALUE ZEROS.
           05 WS-DATA-CALC                PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-DATA-CALC.
              10 WS-CALC-ANO              PIC  9(004).
              10 WS-CALC-MES              PIC  9(002).
              10 WS-CALC-DIA              PIC  9(002).
           05 WS-DIA-SOMA                 PIC  9(005) VALUE ZEROS.
           05 WS-DIAS-MES                 PIC  9(002) VALUE ZEROS.
           05 WS-CALC-QUOC                PIC  9(005) VALUE ZEROS.
           05 WS-CALC-RESTO-4             PIC  9(003) VALUE ZEROS.
           05 WS-CALC-RESTO-100           PIC  9(003) VALUE ZEROS.
           05 WS-CALC-RESTO-400           PIC  9(003) VALUE ZEROS.
           05 WS-FIM-PedidoCab            PIC  X(001) VALUE "N".
              88 AT-END-PedidoCab              VALUE "S".
           05 WS-FIM-ImpostoReg           PIC  X(001) VALUE "N".
              88 AT-END-ImpostoReg             VALUE "S".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-PEDIDOS-LIDOS            PIC  9(006) VALUE ZEROS.
           05 WS-FATURAS                  PIC  9(006) VALUE ZEROS.
           05 WS-NAO-FATURADOS            PIC  9(006) VALUE ZEROS.
           05 WS-ERROS                    PIC  9(006) VALUE ZEROS.
           05 WS-TOTAL-PRODUTOS           PIC  9(011)V99 VALUE ZEROS.
           05 WS-TOTAL-IMPOSTO            PIC  9(011)V99 VALUE ZEROS.
           05 WS-TOTAL-GERAL              PIC  9(011)V99 VALUE ZEROS.

       01  TAB-DIAS-MES.
           05 FILLER                      PIC  X(024) VALUE
              "312831303130313130313031".
       01  REDEFINES TAB-DIAS-MES.
           05 TM-DIAS OCCURS 12 TIMES     PIC  9(002).

       01  WS-DOC-CABECALHO.
           05 FILLER                      PIC  X(007) VALUE "Fatura ".
           05 WDC-FATURA                  PIC  9(006).
           05 FILLER                      PIC  X(009) VALUE
              " Emissao ".
           05 WDC-EMISSAO                 PIC  9(008).
           05 FILLER                      PIC  X(014) VALUE
              " Vencimento ".
           05 WDC-VENCTO                  PIC  9(008).

       01  WS-DOC-PEDIDO.
           05 FILLER                      PIC  X(007) VALUE "Pedido ".
           05 WDP-PEDIDO                  PIC  9(006).
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WDP-DATA                    PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Prazo ".
           05 WDP-PRAZO                   PIC  ZZ9.
           05 FILLER                      PIC  X(005) VALUE " dias".

       01  WS-DOC-CLIENTE.
           05 FILLER                      PIC  X(008) VALUE
              "Cliente ".
           05 WDL-COD-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDL-CLIENTE                 PIC  X(030).

       01  WS-DOC-TITULO.
           05 FILLER                      PIC  X(004) VALUE "CAT".
           05 FILLER                      PIC  X(006) VALUE "COD".
           05 FILLER                      PIC  X(016) VALUE
              "DESCRICAO".
           05 FILLER                      PIC  X(011) VALUE
              "QUANTIDADE".
           05 FILLER                      PIC  X(012) VALUE
              "      PRECO".
           05 FILLER                      PIC  X(012) VALUE
              "       VALOR".
           05 FILLER                      PIC  X(007) VALUE
              "   ALIQ".
           05 FILLER                      PIC  X(012) VALUE
              "     IMPOSTO".

       01  WS-DOC-DETALHE.
           05 WDD-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-DESCRICAO               PIC  X(015).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-QUANTIDADE              PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-PRECO                   PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-VALOR                   PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-ALIQUOTA                PIC  ZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WDD-IMPOSTO                 PIC  ZZZZZZZ9.99.

       01  WS-DOC-TOTAL.
           05 WDT-ROTULO                  PIC  X(021) VALUE SPACES.
           05 WDT-VALOR                   PIC  ZZZZZZZZ9.99.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Faturamento de pedidos".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(008) VALUE "FATURA".
           05 FILLER                      PIC  X(008) VALUE "PEDIDO".
           05 FILLER                      PIC  X(007) VALUE "CLIENTE".
           05 FILLER                      PIC  X(011) VALUE "NOME".
           05 FILLER                      PIC  X(009) VALUE "VENCTO".
           05 FILLER                      PIC  X(013) VALUE
              "    PRODUTOS".
           05 FILLER                      PIC  X(012) VALUE
              "    IMPOSTO".
           05 FILLER                      PIC  X(012) VALUE
              "       TOTAL".

       01  WS-DETALHE.
           05 WD-FATURA                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-PEDIDO                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-COD-CLIENTE              PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-NOME                     PIC  X(010).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VENCTO                   PIC  9(008).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-PRODUTOS                 PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-IMPOSTO                  PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-TOTAL                    PIC  ZZZZZZZZ9.99.

       01  WS-ERRO-LINHA.
           05 FILLER                      PIC  X(007) VALUE "Pedido ".
           05 WEL-PEDIDO                  PIC  9(006).
           05 FILLER                      PIC  X(017) VALUE
              " nao faturado:  ".
           05 WEL-MOTIVO                  PIC  X(040).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  ZZZZZ9.

       01  WS-VALOR-LINHA.
           05 WVL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WVL-VALOR                   PIC  ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO   THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           PERFORM 110-CARREGA-ALIQUOTAS THRU 110-99-FIM
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           INITIALIZE PEDIDO-CAB-REG
           START PedidoCab KEY NOT < PC-PEDIDO
                 INVALID KEY SET AT-END-PedidoCab TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-PedidoCab
              READ PedidoCab NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-PedidoCab TO TRUE
              END-READ
              IF   NOT AT-END-PedidoCab
               AND FS-PedidoCab > "09"
                   SET AT-END-PedidoCab TO TRUE
              END-IF
              IF   NOT AT-END-PedidoCab
               AND (PC-FECHADO OR PC-DEVOLVIDO-PARCIAL)
               AND PC-DATA NOT > WS-DATA-CORTE
                   ADD 1 TO WS-PEDIDOS-LIDOS
                   PERFORM 200-FATURA-PEDIDO THRU 200-99-FIM
              END-IF
           END-PERFORM
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE PedidoCab PedidoItm FileName ClienteReg FaturaCab
                 FaturaItm ReceberReg Listagem
           DISPLAY "Pedidos examinados: " WS-PEDIDOS-LIDOS
           DISPLAY "Faturas emitidas..: " WS-FATURAS
           DISPLAY "Nao faturados.....: " WS-NAO-FATURADOS
           DISPLAY "Erros de gravacao.: " WS-ERROS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXEC FROM TIME
           IF   WS-PARM-LINHA(5:8) IS NUMERIC
            AND WS-PARM-LINHA(5:8) NOT = "00000000"
                MOVE WS-PARM-LINHA(5:8) TO WS-DATA-CORTE
           ELSE
                MOVE WS-DATA-EXEC TO WS-DATA-CORTE
           END-IF.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT PedidoCab
           IF   FS-PedidoCab = "35"
                DISPLAY "Nenhum pedido gravado."
                STOP RUN
           END-IF
           OPEN INPUT PedidoItm
           OPEN INPUT FileName
           OPEN INPUT ClienteReg
           IF   FS-ClienteReg = "35"
                OPEN OUTPUT ClienteReg
                CLOSE ClienteReg
                OPEN INPUT ClienteReg
           END-IF
           OPEN I-O FaturaCab
           IF   FS-FaturaCab = "35"
                OPEN OUTPUT FaturaCab
                CLOSE FaturaCab
                OPEN I-O FaturaCab
           END-IF
           OPEN I-O FaturaItm
           IF   FS-FaturaItm = "35"
                OPEN OUTPUT FaturaItm
                CLOSE FaturaItm
                OPEN I-O FaturaItm
           END-IF
           OPEN I-O ReceberReg
           IF   FS-ReceberReg = "35"
                OPEN OUTPUT ReceberReg
                CLOSE ReceberReg
                OPEN I-O ReceberReg
           END-IF
           OPEN OUTPUT Listagem
           IF   FS-PedidoCab > "09"  OR FS-PedidoItm > "09"
             OR FS-FileName > "09"   OR FS-ClienteReg > "09"
             OR FS-FaturaCab > "09"  OR FS-FaturaItm > "09"
             OR FS-ReceberReg > "09" OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-PedidoCab " " FS-PedidoItm " "
                        FS-FileName " " FS-ClienteReg " "
                        FS-FaturaCab " " FS-FaturaItm " "
                        FS-ReceberReg " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       110-CARREGA-ALIQUOTAS.
           INITIALIZE TAB-ALIQUOTAS
           OPEN INPUT ImpostoReg
           IF   FS-ImpostoReg > "09"
                DISPLAY "Tabela de aliquotas (ImpostoReg) indisponivel"
                        " - status " FS-ImpostoReg
                STOP RUN
           END-IF
           PERFORM TEST AFTER UNTIL AT-END-ImpostoReg
              READ ImpostoReg NEXT RECORD IGNORE LOCK
                   AT END SET AT-END-ImpostoReg TO TRUE
              END-READ
              IF   NOT AT-END-ImpostoReg
               AND FS-ImpostoReg > "09"
                   SET AT-END-ImpostoReg TO TRUE
              END-IF
              IF   NOT AT-END-ImpostoReg
               AND IMP-IMPORTADO < 2
                   COMPUTE WS-IND-TIPO      = IMP-TIPO + 1
                   COMPUTE WS-IND-IMPORTADO = IMP-IMPORTADO + 1
                   SET TA-COM-ALIQUOTA(WS-IND-TIPO, WS-IND-IMPORTADO)
                       TO TRUE
                   MOVE IMP-ALIQUOTA TO
                        TA-ALIQUOTA(WS-IND-TIPO, WS-IND-IMPORTADO)
              END-IF
           END-PERFORM
           CLOSE ImpostoReg.
       110-99-FIM. EXIT.

       200-FATURA-PEDIDO.
           MOVE SPACES TO WS-MSG-ERRO
           PERFORM 220-COLETA-ITENS THRU 220-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-NAO-FATURADO THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           IF   WS-QTD-ITENS = ZEROS
                GO TO 200-99-FIM
           END-IF
           PERFORM 240-LE-CLIENTE THRU 240-99-FIM
           PERFORM 260-PROXIMA-FATURA THRU 260-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-NAO-FATURADO THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           MOVE WS-DATA-EXEC TO WS-DATA-CALC
           PERFORM 810-SOMA-DIAS THRU 810-99-FIM
           MOVE WS-DATA-CALC TO WS-DATA-VENCTO
           PERFORM 300-GRAVA-ITEM THRU 300-99-FIM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ITENS
           PERFORM 320-GRAVA-FATURA THRU 320-99-FIM
           PERFORM 340-GRAVA-TITULO THRU 340-99-FIM
           PERFORM 520-EMITE-DOCUMENTO THRU 520-99-FIM
           PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
           ADD 1 TO WS-FATURAS.
       200-99-FIM. EXIT.

       220-COLETA-ITENS.
           INITIALIZE TAB-ITENS
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-VALOR-PRODUTOS
           MOVE ZEROS TO WS-VALOR-IMPOSTO
           INITIALIZE PEDIDO-ITM-REG
           MOVE PC-PEDIDO TO PI-PEDIDO
           START PedidoItm KEY NOT < PI-CHAVE
                 INVALID KEY MOVE "10" TO FS-PedidoItm
           END-START
           PERFORM TEST AFTER UNTIL FS-PedidoItm > "09"
              READ PedidoItm NEXT RECORD
                             IGNORE LOCK
              IF   FS-PedidoItm < "10"
               AND PI-PEDIDO NOT = PC-PEDIDO
                   MOVE "10" TO FS-PedidoItm
              END-IF
              IF   FS-PedidoItm < "10"
               AND WS-MSG-ERRO = SPACES
                   PERFORM 230-CARREGA-ITEM THRU 230-99-FIM
              END-IF
           END-PERFORM.
       220-99-FIM. EXIT.

       230-CARREGA-ITEM.
           IF   PI-QTDE-DEVOLVIDA NOT < PI-QUANTIDADE
                GO TO 230-99-FIM
           END-IF
           MOVE PI-CHAVE TO FI-ITEM-PEDIDO
           START FaturaItm KEY = FI-ITEM-PEDIDO
                 INVALID KEY MOVE "23" TO FS-FaturaItm
           END-START
           IF   FS-FaturaItm < "10"
                GO TO 230-99-FIM
           END-IF
           IF   WS-QTD-ITENS = WS-MAX-ITENS
                MOVE "Pedido com itens demais para a fatura." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           MOVE PI-CATALOGO TO FileName-CATALOGO
           MOVE PI-CODIGO   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                STRING "Item " PI-CATALOGO "/" PI-CODIGO
                       " nao cadastrado."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           COMPUTE WS-IND-TIPO = FileName-TIPO + 1
           MOVE 1 TO WS-IND-IMPORTADO
           IF   FileName-IMPORTADO = 1
                MOVE 2 TO WS-IND-IMPORTADO
           END-IF
           IF   NOT TA-COM-ALIQUOTA(WS-IND-TIPO, WS-IND-IMPORTADO)
                STRING "Sem aliquota: tipo " FileName-TIPO
                       " importado " FileName-IMPORTADO
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           ADD 1 TO WS-QTD-ITENS
           MOVE WS-QTD-ITENS TO WS-IND
           COMPUTE WS-QTDE-LIQUIDA = PI-QUANTIDADE - PI-QTDE-DEVOLVIDA
           MOVE PI-SEQ             TO TI-SEQ-PEDIDO(WS-IND)
           MOVE PI-CATALOGO        TO TI-CATALOGO(WS-IND)
           MOVE PI-CODIGO          TO TI-CODIGO(WS-IND)
           MOVE PI-DESCRICAO       TO TI-DESCRICAO(WS-IND)
           MOVE FileName-TIPO      TO TI-TIPO(WS-IND)
           MOVE FileName-IMPORTADO TO TI-IMPORTADO(WS-IND)
           MOVE WS-QTDE-LIQUIDA    TO TI-QUANTIDADE(WS-IND)
           MOVE PI-PRECO-UNIT      TO TI-PRECO-UNIT(WS-IND)
           IF   PI-QTDE-DEVOLVIDA = ZEROS
                MOVE PI-VALOR TO TI-VALOR(WS-IND)
           ELSE
                COMPUTE TI-VALOR(WS-IND) ROUNDED =
                        WS-QTDE-LIQUIDA * PI-PRECO-UNIT
           END-IF
           MOVE TA-ALIQUOTA(WS-IND-TIPO, WS-IND-IMPORTADO) TO
                TI-ALIQUOTA(WS-IND)
           COMPUTE TI-VALOR-IMPOSTO(WS-IND) ROUNDED =
                   TI-VALOR(WS-IND) * TI-ALIQUOTA(WS-IND) / 100
           ADD TI-VALOR(WS-IND)         TO WS-VALOR-PRODUTOS
           ADD TI-VALOR-IMPOSTO(WS-IND) TO WS-VALOR-IMPOSTO.
       230-99-FIM. EXIT.

       240-LE-CLIENTE.
           MOVE ZEROS     TO WS-PRAZO
           MOVE PC-CLIENTE TO WS-NOME-CLIENTE
           IF   PC-COD-CLIENTE = ZEROS
                GO TO 240-99-FIM
           END-IF
           MOVE PC-COD-CLIENTE TO CLI-CODIGO
           READ ClienteReg IGNORE LOCK
           IF   FS-ClienteReg < "10"
                MOVE CLI-PRAZO-PAGTO TO WS-PRAZO
                MOVE CLI-NOME        TO WS-NOME-CLIENTE
           END-IF.
       240-99-FIM. EXIT.

       250-NAO-FATURADO.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE PC-PEDIDO   TO WEL-PEDIDO
           MOVE WS-MSG-ERRO TO WEL-MOTIVO
           MOVE WS-ERRO-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           ADD 1 TO WS-NAO-FATURADOS.
       250-99-FIM. EXIT.

       260-PROXIMA-FATURA.
           MOVE "N" TO CTD-TIPO-DOC
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
                MOVE "N" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-FATURA-ATUAL
           CLOSE CtrlDoc.
       260-99-FIM. EXIT.

       300-GRAVA-ITEM.
           INITIALIZE FATURA-ITM-REG
           MOVE WS-FATURA-ATUAL          TO FI-NUMERO
           MOVE WS-IND                   TO FI-SEQ
           MOVE PC-PEDIDO                TO FI-PEDIDO
           MOVE TI-SEQ-PEDIDO(WS-IND)    TO FI-SEQ-PEDIDO
           MOVE TI-CATALOGO(WS-IND)      TO FI-CATALOGO
           MOVE TI-CODIGO(WS-IND)        TO FI-CODIGO
           MOVE TI-DESCRICAO(WS-IND)     TO FI-DESCRICAO
           MOVE TI-TIPO(WS-IND)          TO FI-TIPO
           MOVE TI-IMPORTADO(WS-IND)     TO FI-IMPORTADO
           MOVE TI-QUANTIDADE(WS-IND)    TO FI-QUANTIDADE
           MOVE TI-PRECO-UNIT(WS-IND)    TO FI-PRECO-UNIT
           MOVE TI-VALOR(WS-IND)         TO FI-VALOR
           MOVE TI-ALIQUOTA(WS-IND)      TO FI-ALIQUOTA
           MOVE TI-VALOR-IMPOSTO(WS-IND) TO FI-VALOR-IMPOSTO
           WRITE FATURA-ITM-REG
           IF   FS-FaturaItm > "09"
                DISPLAY "FileStatus " FS-FaturaItm
                        " ao gravar item " FI-SEQ
                        " da fatura " FI-NUMERO
                ADD 1 TO WS-ERROS
           END-IF.
       300-99-FIM. EXIT.

       320-GRAVA-FATURA.
           COMPUTE WS-VALOR-TOTAL = WS-VALOR-PRODUTOS + WS-VALOR-IMPOSTO
           INITIALIZE FATURA-CAB-REG
           MOVE WS-FATURA-ATUAL   TO FT-NUMERO
           MOVE PC-PEDIDO         TO FT-PEDIDO
           MOVE PC-COD-CLIENTE    TO FT-COD-CLIENTE
           MOVE WS-NOME-CLIENTE   TO FT-NOME-CLIENTE
           MOVE WS-DATA-EXEC      TO FT-DATA-EMISSAO
           MOVE WS-HORA-EXEC      TO FT-HORA-EMISSAO
           MOVE WS-PRAZO          TO FT-PRAZO
           MOVE WS-DATA-VENCTO    TO FT-DATA-VENCTO
           MOVE WS-QTD-ITENS      TO FT-ITENS
           MOVE WS-VALOR-PRODUTOS TO FT-VALOR-PRODUTOS
           MOVE WS-VALOR-IMPOSTO  TO FT-VALOR-IMPOSTO
           MOVE WS-VALOR-TOTAL    TO FT-VALOR-TOTAL
           MOVE WS-OPERADOR       TO FT-OPERADOR
           WRITE FATURA-CAB-REG
           IF   FS-FaturaCab > "09"
                DISPLAY "FileStatus " FS-FaturaCab
                        " ao gravar a fatura " FT-NUMERO
                ADD 1 TO WS-ERROS
           END-IF
           ADD WS-VALOR-PRODUTOS TO WS-TOTAL-PRODUTOS
           ADD WS-VALOR-IMPOSTO  TO WS-TOTAL-IMPOSTO
           ADD WS-VALOR-TOTAL    TO WS-TOTAL-GERAL.
       320-99-FIM. EXIT.

       340-GRAVA-TITULO.
           INITIALIZE RECEBER-REG
           MOVE WS-FATURA-ATUAL TO REC-FATURA
           MOVE PC-COD-CLIENTE  TO REC-COD-CLIENTE
           MOVE WS-NOME-CLIENTE TO REC-NOME-CLIENTE
           MOVE PC-PEDIDO       TO REC-PEDIDO
           MOVE WS-DATA-EXEC    TO REC-DATA-EMISSAO
           MOVE WS-DATA-VENCTO  TO REC-DATA-VENCTO
           MOVE WS-VALOR-TOTAL  TO REC-VALOR
           MOVE ZEROS           TO REC-VALOR-PAGO
           SET REC-ABERTO       TO TRUE
           MOVE WS-OPERADOR     TO REC-OPERADOR
           WRITE RECEBER-REG
           IF   FS-ReceberReg > "09"
                DISPLAY "FileStatus " FS-ReceberReg
                        " ao gravar o titulo da fatura " REC-FATURA
                ADD 1 TO WS-ERROS
           END-IF.
       340-99-FIM. EXIT.

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
           MOVE WS-FATURA-ATUAL   TO WD-FATURA
           MOVE PC-PEDIDO         TO WD-PEDIDO
           MOVE PC-COD-CLIENTE    TO WD-COD-CLIENTE
           MOVE WS-NOME-CLIENTE   TO WD-NOME
           MOVE WS-DATA-VENCTO    TO WD-VENCTO
           MOVE WS-VALOR-PRODUTOS TO WD-PRODUTOS
           MOVE WS-VALOR-IMPOSTO  TO WD-IMPOSTO
           MOVE WS-VALOR-TOTAL    TO WD-TOTAL
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       520-EMITE-DOCUMENTO.
           MOVE WS-FATURA-ATUAL TO WS-FATURA-EDT
           INITIALIZE LB-Documento
           STRING "FATURA_"
                  WS-FATURA-EDT
                  ".TXT"
                  DELIMITED BY SIZE INTO LB-Documento
           OPEN OUTPUT Documento
           IF   FS-Documento > "09"
                DISPLAY "Nao foi possivel abrir " LB-Documento
                        " - status " FS-Documento
                GO TO 520-99-FIM
           END-IF
           MOVE WS-FATURA-ATUAL TO WDC-FATURA
           MOVE WS-DATA-EXEC    TO WDC-EMISSAO
           MOVE WS-DATA-VENCTO  TO WDC-VENCTO
           MOVE WS-DOC-CABECALHO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE PC-PEDIDO TO WDP-PEDIDO
           MOVE PC-DATA   TO WDP-DATA
           MOVE WS-PRAZO  TO WDP-PRAZO
           MOVE WS-DOC-PEDIDO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE PC-COD-CLIENTE  TO WDL-COD-CLIENTE
           MOVE WS-NOME-CLIENTE TO WDL-CLIENTE
           MOVE WS-DOC-CLIENTE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE WS-DOC-TITULO TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           PERFORM 540-IMPRIME-ITEM THRU 540-99-FIM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ITENS
           MOVE SPACES TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "Total dos produtos..:" TO WDT-ROTULO
           MOVE WS-VALOR-PRODUTOS       TO WDT-VALOR
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "Total dos impostos..:" TO WDT-ROTULO
           MOVE WS-VALOR-IMPOSTO        TO WDT-VALOR
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           MOVE "Total da fatura.....:" TO WDT-ROTULO
           MOVE WS-VALOR-TOTAL          TO WDT-VALOR
           MOVE WS-DOC-TOTAL TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO
           CLOSE Documento.
       520-99-FIM. EXIT.

       540-IMPRIME-ITEM.
           MOVE TI-CATALOGO(WS-IND)      TO WDD-CATALOGO
           MOVE TI-CODIGO(WS-IND)        TO WDD-CODIGO
           MOVE TI-DESCRICAO(WS-IND)     TO WDD-DESCRICAO
           MOVE TI-QUANTIDADE(WS-IND)    TO WDD-QUANTIDADE
           MOVE TI-PRECO-UNIT(WS-IND)    TO WDD-PRECO
           MOVE TI-VALOR(WS-IND)         TO WDD-VALOR
           MOVE TI-ALIQUOTA(WS-IND)      TO WDD-ALIQUOTA
           MOVE TI-VALOR-IMPOSTO(WS-IND) TO WDD-IMPOSTO
           MOVE WS-DOC-DETALHE TO LINHA-DOCUMENTO
           WRITE LINHA-DOCUMENTO.
       540-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Faturas emitidas............:" TO WTL-ROTULO
           MOVE WS-FATURAS     TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Pedidos nao faturados.......:" TO WTL-ROTULO
           MOVE WS-NAO-FATURADOS TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Erros de gravacao...........:" TO WTL-ROTULO
           MOVE WS-ERROS       TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total dos produtos..........:" TO WVL-ROTULO
           MOVE WS-TOTAL-PRODUTOS TO WVL-VALOR
           MOVE WS-VALOR-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total dos impostos..........:" TO WVL-ROTULO
           MOVE WS-TOTAL-IMPOSTO  TO WVL-VALOR
           MOVE WS-VALOR-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total faturado..............:" TO WVL-ROTULO
           MOVE WS-TOTAL-GERAL    TO WVL-VALOR
           MOVE WS-VALOR-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       810-SOMA-DIAS.
           MOVE WS-CALC-DIA TO WS-DIA-SOMA
           ADD  WS-PRAZO    TO WS-DIA-SOMA
           PERFORM 820-DIAS-DO-MES THRU 820-99-FIM
           PERFORM 830-AVANCA-MES THRU 830-99-FIM
                   UNTIL WS-DIA-SOMA NOT > WS-DIAS-MES
           MOVE WS-DIA-SOMA TO WS-CALC-DIA.
       810-99-FIM. EXIT.

       820-DIAS-DO-MES.
           MOVE TM-DIAS(WS-CALC-MES) TO WS-DIAS-MES
           IF   WS-CALC-MES NOT = 2
                GO TO 820-99-FIM
           END-IF
           DIVIDE WS-CALC-ANO BY 4   GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-4
           DIVIDE WS-CALC-ANO BY 100 GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-100
           DIVIDE WS-CALC-ANO BY 400 GIVING WS-CALC-QUOC
                  REMAINDER WS-CALC-RESTO-400
           IF   WS-CALC-RESTO-4 = ZEROS
            AND (WS-CALC-RESTO-100 NOT = ZEROS
             OR  WS-CALC-RESTO-400 = ZEROS)
                MOVE 29 TO WS-DIAS-MES
           END-IF.
       820-99-FIM. EXIT.

       830-AVANCA-MES.
           SUBTRACT WS-DIAS-MES FROM WS-DIA-SOMA
           ADD 1 TO WS-CALC-MES
           IF   WS-CALC-MES > 12
                MOVE 1 TO WS-CALC-MES
                ADD 1 TO WS-CALC-ANO
           END-IF
           PERFORM 820-DIAS-DO-MES THRU 820-99-FIM.
       830-99-FIM. EXIT.

       END PROGRAM PHPCAD29.
