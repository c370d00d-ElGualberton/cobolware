                      *                                               *
                      *  Manutencao do estoque (EstoqueReg) com       *
                      *  movimentos de entrada, saida e ajuste        *
                      *  gravados em EstoqueMov. O saldo e mantido    *
                      *  por deposito (DepositoReg); sem deposito     *
                      *  informado vale o principal 001               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueReg.

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

           SELECT EstoqueMov ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
              10 EST-HORA                 PIC  9(006).
           05 EST-CUSTO-MEDIO             PIC  9(008)V99.

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

       FD  EstoqueMov
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EstoqueMov.
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

       WORKING-STORAGE SECTION.

              10 WS-CUSTO-CHEIO     PIC  9(008).
              10 WS-CUSTO-SEPARADOR PIC  X(001).
              10 WS-CUSTO-CENTAVOS  PIC  9(002).
           05 WS-DEPOSITO           PIC  X(003).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 FS-EstoqueMov               PIC  X(002) VALUE "00".
           05 LB-EstoqueMov               PIC  X(050) VALUE
              "EstoqueMov".
           STRING marcador
                 '"CATALOGO":'  '"' EST-CATALOGO      '",'
                 '"CODIGO":'    '"' EST-CODIGO        '",'
                 '"DEPOSITO":'  '"' EST-DEPOSITO      '",'
                 '"DESCRICAO":' '"' WS-DESCRICAO-ITEM '",'
                 '"SALDO":'     '"' MASC-SALDO        '",'
                 '"CUSTO":'     '"' MASC-CUSTO        '",'
                                       WS-CODIGO
                                       WS-TIPO-MOVTO
                                       WS-QUANTIDADE
                                       WS-CUSTO
                                       WS-DEPOSITO.
           IF   WS-DEPOSITO = SPACES
                MOVE "001" TO WS-DEPOSITO
           END-IF
           IF   WS-DEPOSITO IS NOT NUMERIC
                MOVE "Codigo de deposito invalido." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF WS-CODIGO IS NUMERIC
              INITIALIZE ESTOQUE-REG
              MOVE CATALOGO-LINK TO EST-CATALOGO
              MOVE WS-CODIGO     TO EST-CODIGO
              MOVE WS-DEPOSITO   TO EST-DEPOSITO

              EVALUATE TRUE
                 WHEN READ-REG
                      END-IF
                 WHEN WRITE-REG
                      PERFORM 350-VALIDA-ITEM  THRU 350-99-FIM
                      PERFORM 355-VALIDA-DEPOSITO THRU 355-99-FIM
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      PERFORM 305-LE-COM-ESPERA THRU 305-99-FIM
                      IF   FS-EstoqueReg = "23"
                           INITIALIZE ESTOQUE-REG
                           MOVE CATALOGO-LINK TO EST-CATALOGO
                           MOVE WS-CODIGO     TO EST-CODIGO
                           MOVE WS-DEPOSITO   TO EST-DEPOSITO
                           SET ESTOQUE-NOVO TO TRUE
                      ELSE
                           SET ESTOQUE-NOVO TO FALSE
           END-IF.
       350-99-FIM. EXIT.

       355-VALIDA-DEPOSITO.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE WS-DEPOSITO TO DEP-CODIGO
           OPEN INPUT DepositoReg
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
           ELSE
                IF   FS-DepositoReg > "09"
                     MOVE "Deposito nao cadastrado." TO WS-MSG-ERRO
                ELSE
                     IF   DEP-REG-INATIVO
                          MOVE "Deposito inativo." TO WS-MSG-ERRO
                     END-IF
                END-IF
           END-IF
           CLOSE DepositoReg
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       355-99-FIM. EXIT.

       360-GRAVA-MOVIMENTO.
           INITIALIZE ESTOQUE-MOV-REG
           MOVE EST-CATALOGO TO EM-CATALOGO
           MOVE EST-CODIGO   TO EM-CODIGO
           MOVE EST-DATA     TO EM-DATA
           MOVE EST-HORA     TO EM-HORA
           MOVE EST-DEPOSITO TO EM-DEPOSITO
           MOVE WS-TIPO-MOVTO TO EM-TIPO-MOVTO
           INSPECT EM-TIPO-MOVTO CONVERTING "esa" TO "ESA"
           MOVE WS-QTDE-MOVTO     TO EM-QUANTIDADE
