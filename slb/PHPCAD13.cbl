                      *                                               *
                      *  Ciclo de inventario fisico sobre EstoqueReg: *
                      *  modo F congela os saldos de um catalogo em   *
                      *  um deposito (padrao 001) em ContaReg (lote   *
                      *  numerado via CtrlDoc) e imprime a folha de   *
                      *  contagem; modo D digita as quantidades       *
                      *  contadas (CONTAGEM.TXT); modo V imprime o    *
                      *  relatorio de divergencias (livro x contado,  *
                      *  quantidade e percentual); modo A aprova e    *
                      *  gera os movimentos EM-AJUSTE em EstoqueMov   *
                      *  amarrados ao lote                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ContaReg.

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
              88 CT-PENDENTE                  VALUE "P".
              88 CT-DIGITADO                  VALUE "D".
              88 CT-APLICADO                  VALUE "A".
           05 CT-DEPOSITO                 PIC  9(003).

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

       WORKING-STORAGE SECTION.

           05 FS-ContaReg                 PIC  X(002) VALUE "00".
           05 LB-ContaReg                 PIC  X(050) VALUE
              "ContaReg".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-MODO-PARM                PIC  X(001) VALUE SPACES.
              88 MODO-CONGELA                 VALUE "F" "f".
              88 MODO-VARIANCIA               VALUE "V" "v".
              88 MODO-APROVA                  VALUE "A" "a".
           05 WS-CATALOGO-PARM            PIC  9(003) VALUE ZEROS.
           05 WS-DEPOSITO-PARM            PIC  9(003) VALUE 1.
           05 WS-LOTE-PARM                PIC  9(006) VALUE ZEROS.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-LOTE-EDT                 PIC  9(006) VALUE ZEROS.
           05 FILLER                      PIC  X(010) VALUE
              " Catalogo ".
           05 WFC-CATALOGO                PIC  9(003).
           05 FILLER                      PIC  X(010) VALUE
              " Deposito ".
           05 WFC-DEPOSITO                PIC  9(003).
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WFC-DATA                    PIC  9(008).

               WHEN MODO-CONGELA
                    IF   WS-PARM-LINHA(2:3) IS NOT NUMERIC
                         DISPLAY "Parametro: F<catalogo(3)>"
                                 "[operador(3)][deposito(3)]"
                         STOP RUN
                    END-IF
                    MOVE WS-PARM-LINHA(2:3) TO WS-CATALOGO-PARM
                    IF   WS-PARM-LINHA(5:3) IS NUMERIC
                         MOVE WS-PARM-LINHA(5:3) TO WS-OPERADOR
                    END-IF
                    IF   WS-PARM-LINHA(8:3) IS NUMERIC
                         MOVE WS-PARM-LINHA(8:3) TO WS-DEPOSITO-PARM
                    END-IF
               WHEN MODO-DIGITA OR MODO-VARIANCIA OR MODO-APROVA
                    IF   WS-PARM-LINHA(2:6) IS NOT NUMERIC
                     OR WS-PARM-LINHA(2:6) = "000000"
       050-99-FIM. EXIT.

       200-CONGELA-SALDOS.
           PERFORM 210-VALIDA-DEPOSITO THRU 210-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                DISPLAY WS-MSG-ERRO
                GO TO 200-99-FIM
           END-IF
           OPEN INPUT EstoqueReg
           IF   FS-EstoqueReg = "35" OR FS-EstoqueReg > "09"
                DISPLAY "Nao foi possivel abrir EstoqueReg - status "
                   SET AT-END-ARQUIVO TO TRUE
              END-IF
              IF   NOT AT-END-ARQUIVO
               AND EST-DEPOSITO = WS-DEPOSITO-PARM
                   PERFORM 270-CONGELA-ITEM THRU 270-99-FIM
              END-IF
           END-PERFORM
           CLOSE Folha
           CLOSE EstoqueReg FileName ContaReg
           DISPLAY "Lote gerado.......: " WS-LOTE-PARM
           DISPLAY "Deposito..........: " WS-DEPOSITO-PARM
           DISPLAY "Itens congelados..: " WS-CONGELADOS
           DISPLAY "Folha de contagem.: " LB-Folha.
       200-99-FIM. EXIT.

       210-VALIDA-DEPOSITO.
           MOVE SPACES TO WS-MSG-ERRO
           OPEN INPUT DepositoReg
           IF   FS-DepositoReg > "09"
                STRING "Erro ao abrir DepositoReg - status "
                       FS-DepositoReg
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                GO TO 210-99-FIM
           END-IF
           MOVE WS-DEPOSITO-PARM TO DEP-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-DepositoReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ DepositoReg ignore lock
              IF   FS-DepositoReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FS-DepositoReg = "9D"
                    MOVE "Registro em uso por outro usuario." TO
                         WS-MSG-ERRO
               WHEN FS-DepositoReg > "09"
                    MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
               WHEN DEP-REG-INATIVO
                    MOVE "Deposito inativo." TO WS-MSG-ERRO
           END-EVALUATE
           CLOSE DepositoReg.
       210-99-FIM. EXIT.

       230-PROXIMO-LOTE.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE "C" TO CTD-TIPO-DOC
           END-IF
           MOVE WS-LOTE-PARM     TO WFC-LOTE
           MOVE WS-CATALOGO-PARM TO WFC-CATALOGO
           MOVE WS-DEPOSITO-PARM TO WFC-DEPOSITO
           ACCEPT WFC-DATA FROM DATE YYYYMMDD
           MOVE WS-FOLHA-CABECALHO TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE EST-CATALOGO TO CT-CATALOGO
           MOVE EST-CODIGO   TO CT-CODIGO
           MOVE EST-SALDO    TO CT-SALDO-LIVRO
           MOVE EST-DEPOSITO TO CT-DEPOSITO
           SET CT-PENDENTE TO TRUE
           WRITE CONTA-REG
           IF   FS-ContaReg > "09"
           INITIALIZE ESTOQUE-REG
           MOVE CT-CATALOGO TO EST-CATALOGO
           MOVE CT-CODIGO   TO EST-CODIGO
           MOVE CT-DEPOSITO TO EST-DEPOSITO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstoqueReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           SET EM-AJUSTE TO TRUE
           MOVE CT-QTDE-CONTADA   TO EM-QUANTIDADE
           MOVE WS-SALDO-ANTERIOR TO EM-SALDO-ANTERIOR
