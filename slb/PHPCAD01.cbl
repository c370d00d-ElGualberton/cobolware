       DATE-WRITTEN.  06/04/2019.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao dos dados do indexado. Alteracao  *
                      *  de preco acima da alcada do catalogo/tipo    *
                      *  (AlcadaReg) nao e aplicada: vai para         *
                      *  PrecoPend aguardando aprovacao do supervisor *
                      *  (PHPCAD38) e o item fica com o preco         *
                      *  anterior                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.

           SELECT EstoqueReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueReg.
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoHist.

           SELECT AlcadaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ALC-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-AlcadaReg.

           SELECT PrecoPend ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PP-NUMERO
                  ALTERNATE RECORD KEY IS PP-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoPend.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

       DATA DIVISION.
       FILE SECTION.

           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
              10 EST-HORA                 PIC  9(006).
           05 EST-CUSTO-MEDIO             PIC  9(008)V99.

       FD  AlcadaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-AlcadaReg.

       01  ALCADA-REG.
           05 ALC-CHAVE.
              10 ALC-CATALOGO             PIC  9(003).
              10 ALC-TIPO                 PIC  9(001).
           05 ALC-DESCRICAO               PIC  X(030).
           05 ALC-MODO                    PIC  X(001).
              88 ALC-PERCENTUAL               VALUE "P".
              88 ALC-VALOR-FIXO               VALUE "F".
           05 ALC-LIMITE                  PIC  9(008)V99.
           05 ALC-DATA-ALTERACAO.
              10 ALC-DATA-ALT             PIC  9(008).
              10 ALC-HORA-ALT             PIC  9(006).

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

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

       FD  PrecoHist
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PrecoHist.
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 WS-PRECO-ANTERIOR           PIC  9(008)V99 VALUE ZEROS.
           05 WS-TIPO-ANTERIOR            PIC  9(001) VALUE ZEROS.
           05 WS-TIPO-ALCADA              PIC  9(001) VALUE ZEROS.
           05 FS-AlcadaReg                PIC  X(002) VALUE "00".
           05 LB-AlcadaReg                PIC  X(050) VALUE
              "AlcadaReg".
           05 FS-PrecoPend                PIC  X(002) VALUE "00".
           05 LB-PrecoPend                PIC  X(050) VALUE
              "PrecoPend".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 WS-PRECO-NOVO               PIC  9(008)V99 VALUE ZEROS.
           05 WS-DIFERENCA-PRECO          PIC  9(008)V99 VALUE ZEROS.
           05 WS-VARIACAO-PERC            PIC  9(008)V99 VALUE ZEROS.
           05 WS-NUMERO-PENDENTE          PIC  9(006) VALUE ZEROS.
           05 WS-EXIGE-APROVACAO          PIC  X(001) VALUE "N".
              88 PRECO-EXIGE-APROVACAO         VALUE "S"
                                               FALSE "N".
           05 WS-APROVACAO                PIC  X(040) VALUE SPACES.
           05 WS-PAGINA-NUM               PIC  9(003) VALUE ZEROS.
           05 WS-PULAR                    PIC  9(006) VALUE ZEROS.
           05 WS-PRECO-DE-NUM             PIC  9(008)V99 VALUE ZEROS.
           05 WS-REGISTRO-OK              PIC  X(001) VALUE "N".
              88 REGISTRO-OK                   VALUE "S"
                                               FALSE "N".
           05 WS-FIM-ESTOQUE              PIC  X(001) VALUE "N".
              88 AT-END-ESTOQUE                VALUE "S"
                                               FALSE "N".
           05 WS-MINUSCULAS               PIC  X(026) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 WS-MAIUSCULAS               PIC  X(026) VALUE
                 '"TIPO":'      '"' FileName-TIPO      '",'
                 '"IMPORTADO":' '"' FileName-IMPORTADO '",'
                 '"GARANTIA":'  '"' FileName-GARANTIA  '",'
                 '"DURAVEL":'   '"' FileName-DURAVEL   '",'
                 '"APROVACAO":' '"' WS-APROVACAO       '"}'
           DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                      PERFORM 305-LE-COM-ESPERA THRU 305-99-FIM
                      move FileName-REG to WS-AUDIT-ANTES
                      move FileName-PRECO to WS-PRECO-ANTERIOR
                      move FileName-TIPO  to WS-TIPO-ANTERIOR
                      perform 310-TRATAR-AREA-LINK thru 310-99-fim
                      perform 320-VALIDA-DADOS   thru 320-99-fim
                      if WS-PRECO-ANTERIOR NOT = FileName-PRECO
                         move FileName-PRECO to WS-PRECO-NOVO
                         move WS-TIPO-ANTERIOR to WS-TIPO-ALCADA
                         perform 370-VERIFICA-ALCADA thru 370-99-fim
                         if NOT PRECO-EXIGE-APROVACAO
                          AND FileName-TIPO NOT = WS-TIPO-ANTERIOR
                            move FileName-TIPO to WS-TIPO-ALCADA
                            perform 370-VERIFICA-ALCADA thru 370-99-fim
                         end-if
                         if PRECO-EXIGE-APROVACAO
                            perform 380-GRAVA-PENDENTE thru 380-99-fim
                            move WS-PRECO-ANTERIOR to FileName-PRECO
                            string "Preco pendente de aprovacao "
                                   WS-NUMERO-PENDENTE
                                   delimited by size into WS-APROVACAO
                         end-if
                      end-if
                      rewrite FileName-REG
                      IF FS-FileName < "10"
                         move FileName-REG to WS-AUDIT-DEPOIS

       340-VALIDA-ESTOQUE.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE ESTOQUE-REG
           MOVE FileName-CATALOGO TO EST-CATALOGO
           MOVE FileName-CODIGO   TO EST-CODIGO
           OPEN INPUT EstoqueReg
                CLOSE EstoqueReg
                OPEN INPUT EstoqueReg
           END-IF
           SET AT-END-ESTOQUE TO FALSE
           START EstoqueReg KEY NOT < EST-CHAVE
                 INVALID KEY SET AT-END-ESTOQUE TO TRUE
           END-START
           PERFORM TEST AFTER UNTIL AT-END-ESTOQUE
              READ EstoqueReg NEXT RECORD
                   IGNORE LOCK
                   AT END SET AT-END-ESTOQUE TO TRUE
              END-READ
              IF   NOT AT-END-ESTOQUE
               AND (FS-EstoqueReg > "09"
                OR  EST-CATALOGO NOT = FileName-CATALOGO
                OR  EST-CODIGO   NOT = FileName-CODIGO)
                   SET AT-END-ESTOQUE TO TRUE
              END-IF
              IF   NOT AT-END-ESTOQUE
               AND EST-SALDO NOT = ZEROS
                   MOVE "Item com saldo em estoque nao exclui." TO
                        WS-MSG-ERRO
                   SET AT-END-ESTOQUE TO TRUE
              END-IF
           END-PERFORM
           CLOSE EstoqueReg
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           CLOSE TipoReg.
       330-99-FIM. EXIT.

       370-VERIFICA-ALCADA.
           SET PRECO-EXIGE-APROVACAO TO FALSE
           INITIALIZE ALCADA-REG
           MOVE FileName-CATALOGO TO ALC-CATALOGO
           MOVE WS-TIPO-ALCADA    TO ALC-TIPO
           OPEN INPUT AlcadaReg
           IF   FS-AlcadaReg > "09"
                GO TO 370-99-FIM
           END-IF
           READ AlcadaReg IGNORE LOCK
           IF   FS-AlcadaReg > "09"
                MOVE ZEROS TO ALC-TIPO
                READ AlcadaReg IGNORE LOCK
           END-IF
           CLOSE AlcadaReg
           IF   FS-AlcadaReg > "09"
                GO TO 370-99-FIM
           END-IF
           IF   WS-PRECO-NOVO > WS-PRECO-ANTERIOR
                COMPUTE WS-DIFERENCA-PRECO =
                        WS-PRECO-NOVO - WS-PRECO-ANTERIOR
           ELSE
                COMPUTE WS-DIFERENCA-PRECO =
                        WS-PRECO-ANTERIOR - WS-PRECO-NOVO
           END-IF
           IF   ALC-VALOR-FIXO
                IF   WS-DIFERENCA-PRECO > ALC-LIMITE
                     SET PRECO-EXIGE-APROVACAO TO TRUE
                END-IF
                GO TO 370-99-FIM
           END-IF
           IF   WS-PRECO-ANTERIOR = ZEROS
                SET PRECO-EXIGE-APROVACAO TO TRUE
                GO TO 370-99-FIM
           END-IF
           COMPUTE WS-VARIACAO-PERC ROUNDED =
                   WS-DIFERENCA-PRECO * 100 / WS-PRECO-ANTERIOR
                   ON SIZE ERROR
                      MOVE 99999999.99 TO WS-VARIACAO-PERC
           END-COMPUTE
           IF   WS-VARIACAO-PERC > ALC-LIMITE
                SET PRECO-EXIGE-APROVACAO TO TRUE
           END-IF.
       370-99-FIM. EXIT.

       380-GRAVA-PENDENTE.
           MOVE "A" TO CTD-TIPO-DOC
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
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   FS-CtrlDoc = "23"
                INITIALIZE CTRL-DOC-REG
                MOVE "A" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-NUMERO-PENDENTE
           CLOSE CtrlDoc
           INITIALIZE PRECO-PEND-REG
           MOVE WS-NUMERO-PENDENTE TO PP-NUMERO
           MOVE FileName-CATALOGO  TO PP-CATALOGO
           MOVE FileName-CODIGO    TO PP-CODIGO
           MOVE FileName-DESCRICAO TO PP-DESCRICAO
           MOVE FileName-TIPO      TO PP-TIPO
           MOVE WS-PRECO-ANTERIOR  TO PP-PRECO-ATUAL
           MOVE WS-PRECO-NOVO      TO PP-PRECO-NOVO
           MOVE "PHPCAD01"         TO PP-ORIGEM
           ACCEPT PP-DATA FROM DATE YYYYMMDD
           ACCEPT PP-HORA FROM TIME
           MOVE OPERADOR-LINK      TO PP-OPERADOR
           SET PP-PENDENTE TO TRUE
           OPEN I-O PrecoPend
           IF   FS-PrecoPend = "35"
                OPEN OUTPUT PrecoPend
                CLOSE PrecoPend
                OPEN I-O PrecoPend
           END-IF
           WRITE PRECO-PEND-REG
           IF   FS-PrecoPend > "09"
                STRING "Erro ao gravar PrecoPend - FileStatus "
                       FS-PrecoPend
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                CLOSE PrecoPend
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           CLOSE PrecoPend.
       380-99-FIM. EXIT.

       950-GRAVA-AUDITORIA.
           INITIALIZE AUDIT-REG
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
