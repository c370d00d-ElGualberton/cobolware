       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPREL13.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Margem bruta do periodo: para cada linha de  *
                      *  pedido (PedidoItm) vendida no periodo busca  *
                      *  o custo em vigor na saida (EM-CUSTO-UNIT do  *
                      *  movimento "S" de EstoqueMov), calcula        *
                      *  receita, custo, margem e margem % sobre a    *
                      *  quantidade liquida de devolucoes e imprime   *
                      *  por catalogo e TIPO, com totais por tipo,    *
                      *  catalogo e geral, seguido do resumo por      *
                      *  cliente. Linhas vendidas abaixo do custo sao *
                      *  marcadas. Gera tambem MARGEM_AAAAMMDD_       *
                      *  AAAAMMDD.CSV com uma linha por item vendido  *
                      *  para a planilha do financeiro                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT EstoqueMov ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EM-CHAVE
                  ALTERNATE RECORD KEY IS EM-DATA-HORA
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueMov.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT Planilha ASSIGN TO LB-Planilha
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Planilha.

           SELECT WorkMargem ASSIGN TO DISK.

           SELECT WorkCliente ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       FD  Planilha
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Planilha.

       01  LINHA-PLANILHA                 PIC  X(250).

       SD  WorkMargem.

       01  WK-REG.
           05 WK-CATALOGO                 PIC  9(003).
           05 WK-TIPO                     PIC  9(001).
           05 WK-CODIGO                   PIC  9(005).
           05 WK-PEDIDO                   PIC  9(006).
           05 WK-SEQ                      PIC  9(003).
           05 WK-DESCRICAO                PIC  X(030).
           05 WK-DATA                     PIC  9(008).
           05 WK-COD-CLIENTE              PIC  9(006).
           05 WK-CLIENTE                  PIC  X(030).
           05 WK-QUANTIDADE               PIC  9(007)V99.
           05 WK-PRECO-UNIT               PIC  9(008)V99.
           05 WK-RECEITA                  PIC  9(011)V99.
           05 WK-CUSTO-UNIT               PIC  9(008)V99.
           05 WK-CUSTO                    PIC  9(011)V99.

       SD  WorkCliente.

       01  WC-REG.
           05 WC-COD-CLIENTE              PIC  9(006).
           05 WC-CLIENTE                  PIC  X(030).
           05 WC-RECEITA                  PIC  9(011)V99.
           05 WC-CUSTO                    PIC  9(011)V99.

       WORKING-STORAGE SECTION.

       01  WS-LINHA.
           05 WL-CATALOGO                 PIC  9(003).
           05 WL-TIPO                     PIC  9(001).
           05 WL-CODIGO                   PIC  9(005).
           05 WL-PEDIDO                   PIC  9(006).
           05 WL-SEQ                      PIC  9(003).
           05 WL-DESCRICAO                PIC  X(030).
           05 WL-DATA                     PIC  9(008).
           05 WL-COD-CLIENTE              PIC  9(006).
           05 WL-CLIENTE                  PIC  X(030).
           05 WL-QUANTIDADE               PIC  9(007)V99.
           05 WL-PRECO-UNIT               PIC  9(008)V99.
           05 WL-RECEITA                  PIC  9(011)V99.
           05 WL-CUSTO-UNIT               PIC  9(008)V99.
           05 WL-CUSTO                    PIC  9(011)V99.

       01  AREAS-DE-TRABALHO-1.
           05 FS-PedidoCab                PIC  X(002) VALUE "00".
           05 LB-PedidoCab                PIC  X(050) VALUE
              "PedidoCab".
           05 FS-PedidoItm                PIC  X(002) VALUE "00".
           05 LB-PedidoItm                PIC  X(050) VALUE
              "PedidoItm".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPREL13.LST".
           05 FS-Planilha                 PIC  X(002) VALUE "00".
           05 LB-Planilha                 PIC  X(050) VALUE SPACES.
           05 WS-PARM-LINHA               PIC  X(020) VALUE SPACES.
           05 WS-DATA-INICIAL             PIC  9(008) VALUE ZEROS.
           05 REDEFINES WS-DATA-INICIAL.
              10 WS-DATA-INI-ANO-MES      PIC  9(006).
              10 WS-DATA-INI-DIA          PIC  9(002).
           05 WS-DATA-FINAL               PIC  9(008) VALUE ZEROS.
           05 WS-DATA-VENDA               PIC  9(008) VALUE ZEROS.
           05 WS-DEPOSITO-PEDIDO          PIC  9(003) VALUE ZEROS.
           05 WS-QTDE-LIQUIDA             PIC  9(007)V99 VALUE ZEROS.
           05 WS-MARGEM                   PIC S9(011)V99 VALUE ZEROS.
           05 WS-MARGEM-PCT               PIC S9(005)V99 VALUE ZEROS.
           05 WS-SOMA-RECEITA             PIC  9(013)V99 VALUE ZEROS.
           05 WS-SOMA-CUSTO               PIC  9(013)V99 VALUE ZEROS.
           05 WS-FIM-PedidoCab            PIC  X(001) VALUE "N".
              88 AT-END-PedidoCab              VALUE "S".
           05 WS-FIM-EstoqueMov           PIC  X(001) VALUE "N".
              88 AT-END-EstoqueMov             VALUE "S"
                                               FALSE "N".
           05 WS-FIM-WorkMargem           PIC  X(001) VALUE "N".
              88 AT-END-WorkMargem             VALUE "S".
           05 WS-FIM-WorkCliente          PIC  X(001) VALUE "N".
              88 AT-END-WorkCliente            VALUE "S".
           05 WS-ACHOU-MOVTO              PIC  X(001) VALUE "N".
              88 ACHOU-MOVTO                   VALUE "S"
                                               FALSE "N".
           05 WS-ORDENACAO                PIC  X(001) VALUE "I".
              88 ORDENA-ITENS                  VALUE "I".
              88 ORDENA-CLIENTES               VALUE "C".
           05 WS-TIPO-ANTERIOR            PIC  9(001) VALUE ZEROS.
           05 WS-CATALOGO-ANTERIOR        PIC  9(003) VALUE ZEROS.
           05 WS-CLIENTE-ANTERIOR.
              10 WS-COD-CLIENTE-ANTERIOR  PIC  9(006) VALUE ZEROS.
              10 WS-NOME-CLIENTE-ANTERIOR PIC  X(030) VALUE SPACES.
           05 WS-PRIMEIRO-DETALHE-GRUPO   PIC  X(001) VALUE "S".
              88 PRIMEIRO-DETALHE-GRUPO        VALUE "S"
                                                FALSE "N".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-PEDIDOS                  PIC  9(006) VALUE ZEROS.
           05 WS-ITENS-PEDIDO             PIC  9(003) VALUE ZEROS.
           05 WS-LINHAS-VENDA             PIC  9(006) VALUE ZEROS.
           05 WS-ABAIXO-CUSTO             PIC  9(006) VALUE ZEROS.
           05 WS-SEM-CUSTO                PIC  9(006) VALUE ZEROS.
           05 WS-RECEITA-GRUPO            PIC  9(013)V99 VALUE ZEROS.
           05 WS-CUSTO-GRUPO              PIC  9(013)V99 VALUE ZEROS.
           05 WS-RECEITA-CATALOGO         PIC  9(013)V99 VALUE ZEROS.
           05 WS-CUSTO-CATALOGO           PIC  9(013)V99 VALUE ZEROS.
           05 WS-RECEITA-GERAL            PIC  9(013)V99 VALUE ZEROS.
           05 WS-CUSTO-GERAL              PIC  9(013)V99 VALUE ZEROS.
           05 WS-RECEITA-CLIENTE          PIC  9(013)V99 VALUE ZEROS.
           05 WS-CUSTO-CLIENTE            PIC  9(013)V99 VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(020) VALUE
              "Margem bruta - Cat. ".
           05 WS-CAB1-CATALOGO            PIC  9(003).
           05 FILLER                      PIC  X(006) VALUE " Tipo ".
           05 WS-CAB1-TIPO                PIC  9(001).
           05 FILLER                      PIC  X(009) VALUE
              " Periodo ".
           05 WS-CAB1-DATA-INI            PIC  9(008).
           05 FILLER                      PIC  X(003) VALUE " a ".
           05 WS-CAB1-DATA-FIM            PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(013) VALUE
              "PEDIDO COD".
           05 FILLER                      PIC  X(014) VALUE
              "      RECEITA ".
           05 FILLER                      PIC  X(014) VALUE
              "        CUSTO ".
           05 FILLER                      PIC  X(014) VALUE
              "       MARGEM ".
           05 FILLER                      PIC  X(009) VALUE
              " MARGEM% ".
           05 FILLER                      PIC  X(008) VALUE
              "SITUACAO".

       01  WS-DETALHE.
           05 WD-PEDIDO                   PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CODIGO                   PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-RECEITA                  PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-CUSTO                    PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-MARGEM                   PIC  -ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-MARGEM-PCT               PIC  -ZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SITUACAO                 PIC  X(015).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(013) VALUE SPACES.
           05 WTL-RECEITA                 PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WTL-CUSTO                   PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WTL-MARGEM                  PIC  -ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WTL-MARGEM-PCT              PIC  -ZZZ9.99.

       01  WS-CLIENTE-CAB-1.
           05 FILLER                      PIC  X(030) VALUE
              "Margem bruta por cliente".
           05 FILLER                      PIC  X(009) VALUE
              " Periodo ".
           05 WS-CCAB1-DATA-INI           PIC  9(008).
           05 FILLER                      PIC  X(003) VALUE " a ".
           05 WS-CCAB1-DATA-FIM           PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CCAB1-PAGINA             PIC  ZZZ9.

       01  WS-CLIENTE-CAB-2.
           05 FILLER                      PIC  X(028) VALUE
              "CODIGO CLIENTE".
           05 FILLER                      PIC  X(014) VALUE
              "      RECEITA ".
           05 FILLER                      PIC  X(014) VALUE
              "        CUSTO ".
           05 FILLER                      PIC  X(014) VALUE
              "       MARGEM ".
           05 FILLER                      PIC  X(008) VALUE
              " MARGEM%".

       01  WS-CLIENTE-DETALHE.
           05 WCD-COD-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCD-CLIENTE                 PIC  X(020).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCD-RECEITA                 PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCD-CUSTO                   PIC  ZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCD-MARGEM                  PIC  -ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WCD-MARGEM-PCT              PIC  -ZZZ9.99.

       01  WS-PLANILHA-CAB.
           05 FILLER                      PIC  X(050) VALUE
              "PEDIDO;DATA;COD_CLIENTE;CLIENTE;CATALOGO;TIPO;".
           05 FILLER                      PIC  X(050) VALUE
              "CODIGO;DESCRICAO;QUANTIDADE;PRECO_UNIT;RECEITA;".
           05 FILLER                      PIC  X(050) VALUE
              "CUSTO_UNIT;CUSTO;MARGEM;MARGEM_PCT;SITUACAO".

       01  WS-PLANILHA-DETALHE.
           05 WPD-PEDIDO                  PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-DATA                    PIC  9(008).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-COD-CLIENTE             PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-CLIENTE                 PIC  X(030).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-TIPO                    PIC  9(001).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-CODIGO                  PIC  9(005).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-DESCRICAO               PIC  X(030).
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-QUANTIDADE              PIC  ZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-PRECO-UNIT              PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-RECEITA                 PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-CUSTO-UNIT              PIC  ZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-CUSTO                   PIC  ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-MARGEM                  PIC  -ZZZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-MARGEM-PCT              PIC  -ZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE ";".
           05 WPD-SITUACAO                PIC  X(015).

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO   THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS  THRU 100-99-FIM
           SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
           SET  ORDENA-ITENS TO TRUE
           SORT WorkMargem
                ON ASCENDING KEY WK-CATALOGO WK-TIPO WK-CODIGO
                                 WK-PEDIDO WK-SEQ
                INPUT PROCEDURE  150-RELEASE-LINHAS
                OUTPUT PROCEDURE 200-LISTA-ORDENADA
           IF NOT PRIMEIRO-DETALHE-GRUPO
              PERFORM 250-IMPRIME-TOTAL-GRUPO    THRU 250-99-FIM
              PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU 260-99-FIM
              PERFORM 270-IMPRIME-TOTAL-GERAL    THRU 270-99-FIM
           END-IF
           IF   WS-LINHAS-VENDA > ZEROS
                SET  PRIMEIRO-DETALHE-GRUPO TO TRUE
                SET  ORDENA-CLIENTES TO TRUE
                SORT WorkCliente
                     ON ASCENDING KEY WC-COD-CLIENTE WC-CLIENTE
                     INPUT PROCEDURE  150-RELEASE-LINHAS
                     OUTPUT PROCEDURE 500-LISTA-CLIENTES
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 550-IMPRIME-CLIENTE THRU 550-99-FIM
                   PERFORM 270-IMPRIME-TOTAL-GERAL THRU 270-99-FIM
                END-IF
           END-IF
           CLOSE PedidoCab PedidoItm EstoqueMov FileName Listagem
                 Planilha
           DISPLAY "Pedidos do periodo: " WS-PEDIDOS
           DISPLAY "Linhas de venda...: " WS-LINHAS-VENDA
           DISPLAY "Abaixo do custo...: " WS-ABAIXO-CUSTO
           DISPLAY "Sem custo.........: " WS-SEM-CUSTO
           DISPLAY "Planilha..........: " LB-Planilha
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:8) IS NUMERIC
            AND WS-PARM-LINHA(1:8) NOT = "00000000"
                MOVE WS-PARM-LINHA(1:8) TO WS-DATA-INICIAL
           ELSE
                ACCEPT WS-DATA-INICIAL FROM DATE YYYYMMDD
                MOVE 01 TO WS-DATA-INI-DIA
           END-IF
           IF   WS-PARM-LINHA(10:8) IS NUMERIC
            AND WS-PARM-LINHA(10:8) NOT = "00000000"
                MOVE WS-PARM-LINHA(10:8) TO WS-DATA-FINAL
           ELSE
                ACCEPT WS-DATA-FINAL FROM DATE YYYYMMDD
           END-IF
           INITIALIZE LB-Planilha
           STRING "MARGEM_"
                  WS-DATA-INICIAL
                  "_"
                  WS-DATA-FINAL
                  ".CSV"
                  DELIMITED BY SIZE INTO LB-Planilha.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT PedidoCab
           IF   FS-PedidoCab = "35"
                DISPLAY "Nenhum pedido gravado."
                STOP RUN
           END-IF
           OPEN INPUT PedidoItm
           OPEN INPUT FileName
           OPEN INPUT EstoqueMov
           OPEN OUTPUT Listagem
           OPEN OUTPUT Planilha
           IF   FS-PedidoCab > "09"  OR FS-PedidoItm > "09"
             OR FS-FileName > "09"   OR FS-EstoqueMov > "09"
             OR FS-Listagem > "09"   OR FS-Planilha > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-PedidoCab " " FS-PedidoItm " "
                        FS-FileName " " FS-EstoqueMov " "
                        FS-Listagem " " FS-Planilha
                STOP RUN
           END-IF
           MOVE WS-PLANILHA-CAB TO LINHA-PLANILHA
           WRITE LINHA-PLANILHA.
       100-99-FIM. EXIT.

       150-RELEASE-LINHAS.
           INITIALIZE PEDIDO-CAB-REG
           MOVE "N" TO WS-FIM-PedidoCab
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
               AND NOT PC-CANCELADO
                   PERFORM 160-RELEASE-ITENS THRU 160-99-FIM
              END-IF
           END-PERFORM.
       150-99-FIM. EXIT.

       160-RELEASE-ITENS.
           MOVE PC-DEPOSITO TO WS-DEPOSITO-PEDIDO
           IF   WS-DEPOSITO-PEDIDO = ZEROS
                MOVE 1 TO WS-DEPOSITO-PEDIDO
           END-IF
           MOVE ZEROS TO WS-ITENS-PEDIDO
           INITIALIZE PEDIDO-ITM-REG
           MOVE PC-PEDIDO TO PI-PEDIDO
           START PedidoItm KEY NOT < PI-CHAVE
                 INVALID KEY MOVE "10" TO FS-PedidoItm
           END-START
           PERFORM TEST AFTER UNTIL FS-PedidoItm > "09"
              READ PedidoItm NEXT RECORD IGNORE LOCK
              IF   FS-PedidoItm < "10"
               AND PI-PEDIDO NOT = PC-PEDIDO
                   MOVE "10" TO FS-PedidoItm
              END-IF
              IF   FS-PedidoItm < "10"
                   MOVE PI-MOVTO-DATA TO WS-DATA-VENDA
                   IF   WS-DATA-VENDA = ZEROS
                        MOVE PC-DATA TO WS-DATA-VENDA
                   END-IF
                   IF   WS-DATA-VENDA NOT < WS-DATA-INICIAL
                    AND WS-DATA-VENDA NOT > WS-DATA-FINAL
                    AND PI-QUANTIDADE > PI-QTDE-DEVOLVIDA
                        PERFORM 180-MONTA-LINHA THRU 180-99-FIM
                        ADD 1 TO WS-ITENS-PEDIDO
                   END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO FS-PedidoItm
           IF   ORDENA-ITENS
            AND WS-ITENS-PEDIDO > ZEROS
                ADD 1 TO WS-PEDIDOS
           END-IF.
       160-99-FIM. EXIT.

       170-BUSCA-TIPO.
           MOVE PI-CATALOGO TO FileName-CATALOGO
           MOVE PI-CODIGO   TO FileName-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FileName NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ FileName ignore lock
              IF   FS-FileName = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-FileName > "09"
                MOVE 0 TO FileName-TIPO
           END-IF.
       170-99-FIM. EXIT.

       180-MONTA-LINHA.
           INITIALIZE WS-LINHA
           PERFORM 170-BUSCA-TIPO THRU 170-99-FIM
           PERFORM 190-BUSCA-CUSTO THRU 190-99-FIM
           COMPUTE WS-QTDE-LIQUIDA = PI-QUANTIDADE - PI-QTDE-DEVOLVIDA
           MOVE PI-CATALOGO      TO WL-CATALOGO
           MOVE FileName-TIPO    TO WL-TIPO
           MOVE PI-CODIGO        TO WL-CODIGO
           MOVE PI-PEDIDO        TO WL-PEDIDO
           MOVE PI-SEQ           TO WL-SEQ
           MOVE PI-DESCRICAO     TO WL-DESCRICAO
           MOVE WS-DATA-VENDA    TO WL-DATA
           MOVE PC-COD-CLIENTE   TO WL-COD-CLIENTE
           MOVE PC-CLIENTE       TO WL-CLIENTE
           MOVE WS-QTDE-LIQUIDA  TO WL-QUANTIDADE
           MOVE PI-PRECO-UNIT    TO WL-PRECO-UNIT
           IF   PI-QTDE-DEVOLVIDA = ZEROS
                MOVE PI-VALOR TO WL-RECEITA
           ELSE
                COMPUTE WL-RECEITA ROUNDED =
                        WS-QTDE-LIQUIDA * PI-PRECO-UNIT
           END-IF
           COMPUTE WL-CUSTO ROUNDED = WS-QTDE-LIQUIDA * WL-CUSTO-UNIT
                   ON SIZE ERROR MOVE ZEROS TO WL-CUSTO
           END-COMPUTE
           IF   ORDENA-ITENS
                MOVE WS-LINHA TO WK-REG
                RELEASE WK-REG
                ADD 1 TO WS-LINHAS-VENDA
           ELSE
                INITIALIZE WC-REG
                MOVE WL-COD-CLIENTE TO WC-COD-CLIENTE
                MOVE WL-CLIENTE     TO WC-CLIENTE
                MOVE WL-RECEITA     TO WC-RECEITA
                MOVE WL-CUSTO       TO WC-CUSTO
                RELEASE WC-REG
           END-IF.
       180-99-FIM. EXIT.

       190-BUSCA-CUSTO.
           SET ACHOU-MOVTO TO FALSE
           IF   PI-MOVTO-DATA NOT = ZEROS
                INITIALIZE ESTOQUE-MOV-REG
                MOVE PI-CATALOGO        TO EM-CATALOGO
                MOVE PI-CODIGO          TO EM-CODIGO
                MOVE PI-MOVTO-DATA-HORA TO EM-DATA-HORA
                MOVE WS-DEPOSITO-PEDIDO TO EM-DEPOSITO
                READ EstoqueMov IGNORE LOCK
                IF   FS-EstoqueMov < "10"
                 AND EM-SAIDA
                     SET ACHOU-MOVTO TO TRUE
                END-IF
           END-IF
           IF   NOT ACHOU-MOVTO
            AND PI-MOVTO-DATA = ZEROS
                SET AT-END-EstoqueMov TO FALSE
                INITIALIZE ESTOQUE-MOV-REG
                MOVE PI-CATALOGO TO EM-CATALOGO
                MOVE PI-CODIGO   TO EM-CODIGO
                START EstoqueMov KEY NOT < EM-CHAVE
                      INVALID KEY SET AT-END-EstoqueMov TO TRUE
                END-START
                PERFORM TEST AFTER UNTIL AT-END-EstoqueMov
                   READ EstoqueMov NEXT RECORD IGNORE LOCK
                        AT END SET AT-END-EstoqueMov TO TRUE
                   END-READ
                   IF   NOT AT-END-EstoqueMov
                    AND (FS-EstoqueMov > "09"
                     OR  EM-CATALOGO NOT = PI-CATALOGO
                     OR  EM-CODIGO   NOT = PI-CODIGO)
                        SET AT-END-EstoqueMov TO TRUE
                   END-IF
                   IF   NOT AT-END-EstoqueMov
                    AND EM-SAIDA
                    AND EM-DOCUMENTO = PI-PEDIDO
                    AND EM-DEPOSITO  = WS-DEPOSITO-PEDIDO
                    AND EM-DATA NOT < PC-DATA
                        SET ACHOU-MOVTO TO TRUE
                        SET AT-END-EstoqueMov TO TRUE
                   END-IF
                END-PERFORM
           END-IF
           IF   ACHOU-MOVTO
                MOVE EM-CUSTO-UNIT TO WL-CUSTO-UNIT
           ELSE
                MOVE PI-CUSTO-UNIT TO WL-CUSTO-UNIT
           END-IF.
       190-99-FIM. EXIT.

       200-LISTA-ORDENADA.
           MOVE "N" TO WS-FIM-WorkMargem
           PERFORM TEST AFTER UNTIL AT-END-WorkMargem
              RETURN WorkMargem
                     AT END SET AT-END-WorkMargem TO TRUE
              END-RETURN
              IF NOT AT-END-WorkMargem
                 PERFORM 220-TRATA-QUEBRA THRU 220-99-FIM
                 PERFORM 300-IMPRIME-DETALHE THRU 300-99-FIM
                 PERFORM 350-GRAVA-PLANILHA THRU 350-99-FIM
              END-IF
           END-PERFORM.
       200-99-FIM. EXIT.

       220-TRATA-QUEBRA.
           IF   PRIMEIRO-DETALHE-GRUPO
            OR WK-CATALOGO NOT = WS-CATALOGO-ANTERIOR
            OR WK-TIPO NOT = WS-TIPO-ANTERIOR
                IF NOT PRIMEIRO-DETALHE-GRUPO
                   PERFORM 250-IMPRIME-TOTAL-GRUPO THRU 250-99-FIM
                   IF   WK-CATALOGO NOT = WS-CATALOGO-ANTERIOR
                        PERFORM 260-IMPRIME-TOTAL-CATALOGO THRU
                                260-99-FIM
                   END-IF
                END-IF
                MOVE WK-CATALOGO TO WS-CATALOGO-ANTERIOR
                MOVE WK-TIPO     TO WS-TIPO-ANTERIOR
                MOVE ZEROS       TO WS-RECEITA-GRUPO
                MOVE ZEROS       TO WS-CUSTO-GRUPO
                SET PRIMEIRO-DETALHE-GRUPO TO FALSE
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF.
       220-99-FIM. EXIT.

       240-CALCULA-MARGEM.
           COMPUTE WS-MARGEM = WS-SOMA-RECEITA - WS-SOMA-CUSTO
                   ON SIZE ERROR MOVE ZEROS TO WS-MARGEM
           END-COMPUTE
           MOVE ZEROS TO WS-MARGEM-PCT
           IF   WS-SOMA-RECEITA NOT = ZEROS
                COMPUTE WS-MARGEM-PCT ROUNDED =
                        WS-MARGEM * 100 / WS-SOMA-RECEITA
                        ON SIZE ERROR MOVE ZEROS TO WS-MARGEM-PCT
                END-COMPUTE
           END-IF.
       240-99-FIM. EXIT.

       245-MONTA-TOTAL.
           PERFORM 240-CALCULA-MARGEM THRU 240-99-FIM
           MOVE WS-SOMA-RECEITA TO WTL-RECEITA
           MOVE WS-SOMA-CUSTO   TO WTL-CUSTO
           MOVE WS-MARGEM       TO WTL-MARGEM
           MOVE WS-MARGEM-PCT   TO WTL-MARGEM-PCT
           MOVE WS-TOTAL-LINHA  TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       245-99-FIM. EXIT.

       250-IMPRIME-TOTAL-GRUPO.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Tipo........:" TO WTL-ROTULO
           MOVE WS-RECEITA-GRUPO TO WS-SOMA-RECEITA
           MOVE WS-CUSTO-GRUPO   TO WS-SOMA-CUSTO
           PERFORM 245-MONTA-TOTAL THRU 245-99-FIM
           ADD 2 TO WS-LINHAS-PAGINA.
       250-99-FIM. EXIT.

       260-IMPRIME-TOTAL-CATALOGO.
           MOVE "Catalogo....:" TO WTL-ROTULO
           MOVE WS-RECEITA-CATALOGO TO WS-SOMA-RECEITA
           MOVE WS-CUSTO-CATALOGO   TO WS-SOMA-CUSTO
           PERFORM 245-MONTA-TOTAL THRU 245-99-FIM
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE ZEROS TO WS-RECEITA-CATALOGO
           MOVE ZEROS TO WS-CUSTO-CATALOGO.
       260-99-FIM. EXIT.

       270-IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total geral.:" TO WTL-ROTULO
           MOVE WS-RECEITA-GERAL TO WS-SOMA-RECEITA
           MOVE WS-CUSTO-GERAL   TO WS-SOMA-CUSTO
           PERFORM 245-MONTA-TOTAL THRU 245-99-FIM
           ADD 2 TO WS-LINHAS-PAGINA.
       270-99-FIM. EXIT.

       300-IMPRIME-DETALHE.
           MOVE WK-RECEITA TO WS-SOMA-RECEITA
           MOVE WK-CUSTO   TO WS-SOMA-CUSTO
           PERFORM 240-CALCULA-MARGEM THRU 240-99-FIM
           MOVE SPACES        TO LINHA-LISTAGEM
           MOVE WK-PEDIDO     TO WD-PEDIDO
           MOVE WK-CODIGO     TO WD-CODIGO
           MOVE WK-RECEITA    TO WD-RECEITA
           MOVE WK-CUSTO      TO WD-CUSTO
           MOVE WS-MARGEM     TO WD-MARGEM
           MOVE WS-MARGEM-PCT TO WD-MARGEM-PCT
           MOVE SPACES        TO WD-SITUACAO
           EVALUATE TRUE
               WHEN WK-CUSTO-UNIT = ZEROS
                    MOVE "S/CUSTO" TO WD-SITUACAO
                    ADD 1 TO WS-SEM-CUSTO
               WHEN WS-MARGEM < ZEROS
                    MOVE "ABAIXO DO CUSTO" TO WD-SITUACAO
                    ADD 1 TO WS-ABAIXO-CUSTO
           END-EVALUATE
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA
           ADD WK-RECEITA TO WS-RECEITA-GRUPO
           ADD WK-CUSTO   TO WS-CUSTO-GRUPO
           ADD WK-RECEITA TO WS-RECEITA-CATALOGO
           ADD WK-CUSTO   TO WS-CUSTO-CATALOGO
           ADD WK-RECEITA TO WS-RECEITA-GERAL
           ADD WK-CUSTO   TO WS-CUSTO-GERAL.
       300-99-FIM. EXIT.

       350-GRAVA-PLANILHA.
           MOVE WK-PEDIDO      TO WPD-PEDIDO
           MOVE WK-DATA        TO WPD-DATA
           MOVE WK-COD-CLIENTE TO WPD-COD-CLIENTE
           MOVE WK-CLIENTE     TO WPD-CLIENTE
           MOVE WK-CATALOGO    TO WPD-CATALOGO
           MOVE WK-TIPO        TO WPD-TIPO
           MOVE WK-CODIGO      TO WPD-CODIGO
           MOVE WK-DESCRICAO   TO WPD-DESCRICAO
           MOVE WK-QUANTIDADE  TO WPD-QUANTIDADE
           MOVE WK-PRECO-UNIT  TO WPD-PRECO-UNIT
           MOVE WK-RECEITA     TO WPD-RECEITA
           MOVE WK-CUSTO-UNIT  TO WPD-CUSTO-UNIT
           MOVE WK-CUSTO       TO WPD-CUSTO
           MOVE WS-MARGEM      TO WPD-MARGEM
           MOVE WS-MARGEM-PCT  TO WPD-MARGEM-PCT
           MOVE WD-SITUACAO    TO WPD-SITUACAO
           INSPECT WPD-CLIENTE    REPLACING ALL ";" BY ","
           INSPECT WPD-DESCRICAO  REPLACING ALL ";" BY ","
           INSPECT WPD-QUANTIDADE REPLACING ALL "." BY ","
           INSPECT WPD-PRECO-UNIT REPLACING ALL "." BY ","
           INSPECT WPD-RECEITA    REPLACING ALL "." BY ","
           INSPECT WPD-CUSTO-UNIT REPLACING ALL "." BY ","
           INSPECT WPD-CUSTO      REPLACING ALL "." BY ","
           INSPECT WPD-MARGEM     REPLACING ALL "." BY ","
           INSPECT WPD-MARGEM-PCT REPLACING ALL "." BY ","
           MOVE WS-PLANILHA-DETALHE TO LINHA-PLANILHA
           WRITE LINHA-PLANILHA.
       350-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WK-CATALOGO     TO WS-CAB1-CATALOGO
           MOVE WK-TIPO         TO WS-CAB1-TIPO
           MOVE WS-DATA-INICIAL TO WS-CAB1-DATA-INI
           MOVE WS-DATA-FINAL   TO WS-CAB1-DATA-FIM
           MOVE WS-PAGINA       TO WS-CAB1-PAGINA
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

       500-LISTA-CLIENTES.
           MOVE "N" TO WS-FIM-WorkCliente
           MOVE ZEROS TO WS-RECEITA-GERAL
           MOVE ZEROS TO WS-CUSTO-GERAL
           PERFORM TEST AFTER UNTIL AT-END-WorkCliente
              RETURN WorkCliente
                     AT END SET AT-END-WorkCliente TO TRUE
              END-RETURN
              IF NOT AT-END-WorkCliente
                 PERFORM 520-TRATA-QUEBRA-CLIENTE THRU 520-99-FIM
                 ADD WC-RECEITA TO WS-RECEITA-CLIENTE
                 ADD WC-CUSTO   TO WS-CUSTO-CLIENTE
                 ADD WC-RECEITA TO WS-RECEITA-GERAL
                 ADD WC-CUSTO   TO WS-CUSTO-GERAL
              END-IF
           END-PERFORM.
       500-99-FIM. EXIT.

       520-TRATA-QUEBRA-CLIENTE.
           IF   PRIMEIRO-DETALHE-GRUPO
                PERFORM 600-IMPRIME-CAB-CLIENTE THRU 600-99-FIM
           ELSE
                IF   WC-COD-CLIENTE NOT = WS-COD-CLIENTE-ANTERIOR
                 OR  WC-CLIENTE NOT = WS-NOME-CLIENTE-ANTERIOR
                     PERFORM 550-IMPRIME-CLIENTE THRU 550-99-FIM
                ELSE
                     GO TO 520-99-FIM
                END-IF
           END-IF
           SET PRIMEIRO-DETALHE-GRUPO TO FALSE
           MOVE WC-COD-CLIENTE TO WS-COD-CLIENTE-ANTERIOR
           MOVE WC-CLIENTE     TO WS-NOME-CLIENTE-ANTERIOR
           MOVE ZEROS          TO WS-RECEITA-CLIENTE
           MOVE ZEROS          TO WS-CUSTO-CLIENTE.
       520-99-FIM. EXIT.

       550-IMPRIME-CLIENTE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 600-IMPRIME-CAB-CLIENTE THRU 600-99-FIM
           END-IF
           MOVE WS-RECEITA-CLIENTE TO WS-SOMA-RECEITA
           MOVE WS-CUSTO-CLIENTE   TO WS-SOMA-CUSTO
           PERFORM 240-CALCULA-MARGEM THRU 240-99-FIM
           MOVE WS-COD-CLIENTE-ANTERIOR  TO WCD-COD-CLIENTE
           MOVE WS-NOME-CLIENTE-ANTERIOR TO WCD-CLIENTE
           MOVE WS-RECEITA-CLIENTE       TO WCD-RECEITA
           MOVE WS-CUSTO-CLIENTE         TO WCD-CUSTO
           MOVE WS-MARGEM                TO WCD-MARGEM
           MOVE WS-MARGEM-PCT            TO WCD-MARGEM-PCT
           MOVE WS-CLIENTE-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       550-99-FIM. EXIT.

       600-IMPRIME-CAB-CLIENTE.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-INICIAL TO WS-CCAB1-DATA-INI
           MOVE WS-DATA-FINAL   TO WS-CCAB1-DATA-FIM
           MOVE WS-PAGINA       TO WS-CCAB1-PAGINA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CLIENTE-CAB-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CLIENTE-CAB-2 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 4 TO WS-LINHAS-PAGINA.
       600-99-FIM. EXIT.

       END PROGRAM PHPREL13.
