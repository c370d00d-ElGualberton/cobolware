                      *  dela, move o preco agendado para             *
                      *  FileName-PRECO com os mesmos efeitos da      *
                      *  alteracao online (PrecoHist e AuditReg) e    *
                      *  marca o agendamento como aplicado. Preco     *
                      *  acima da alcada (AlcadaReg) nao e ativado:   *
                      *  vai para PrecoPend e o agendamento fica em   *
                      *  aprovacao (E) ate a decisao do supervisor no *
                      *  PHPCAD38                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
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

           05 PA-SITUACAO                 PIC  X(001).
              88 PA-PENDENTE                  VALUE "P".
              88 PA-APLICADO                  VALUE "A".
              88 PA-EM-APROVACAO              VALUE "E".
              88 PA-REJEITADO                 VALUE "R".

       FD  FileName
           LABEL RECORD IS STANDARD
           05 PH-PRECO-NOVO               PIC  9(008)V99.
           05 PH-OPERADOR                 PIC  9(003).

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

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 WS-AUDIT-ANTES              PIC  X(070) VALUE SPACES.
           05 WS-AUDIT-DEPOIS             PIC  X(070) VALUE SPACES.
           05 WS-PRECO-ANTERIOR           PIC  9(008)V99 VALUE ZEROS.
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
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-FIM-ARQUIVO              PIC  X(001) VALUE "N".
              88 AT-END-ARQUIVO               VALUE "S".
           05 WS-EXAMINADOS               PIC  9(006) VALUE ZEROS.
           05 WS-JA-VIGENTES              PIC  9(006) VALUE ZEROS.
           05 WS-PENDENTES                PIC  9(006) VALUE ZEROS.
           05 WS-COM-ERRO                 PIC  9(006) VALUE ZEROS.
           05 WS-EM-APROVACAO             PIC  9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY "Ja vigentes..........: " WS-JA-VIGENTES
           DISPLAY "Mantidos pendentes...: " WS-PENDENTES
           DISPLAY "Com erro.............: " WS-COM-ERRO
           DISPLAY "Enviados p/ aprovacao: " WS-EM-APROVACAO
           STOP RUN.

       200-ATIVA-PRECO.
                ADD 1 TO WS-JA-VIGENTES
                GO TO 200-99-FIM
           END-IF
           MOVE FileName-PRECO TO WS-PRECO-ANTERIOR
           MOVE PA-PRECO-NOVO  TO WS-PRECO-NOVO
           PERFORM 370-VERIFICA-ALCADA THRU 370-99-FIM
           IF   PRECO-EXIGE-APROVACAO
                PERFORM 380-GRAVA-PENDENTE THRU 380-99-FIM
                IF   WS-MSG-ERRO NOT = SPACES
                     ADD 1 TO WS-PENDENTES
                     DISPLAY "Pendente " PA-CATALOGO " " PA-CODIGO " "
                             PA-DATA-EFETIVA " - " WS-MSG-ERRO
                     GO TO 200-99-FIM
                END-IF
                SET PA-EM-APROVACAO TO TRUE
                REWRITE PRECO-AGND-REG
                ADD 1 TO WS-EM-APROVACAO
                DISPLAY "Aprovacao " PA-CATALOGO " " PA-CODIGO " "
                        PA-DATA-EFETIVA
                        " - pendente " WS-NUMERO-PENDENTE
                GO TO 200-99-FIM
           END-IF
           MOVE FileName-REG   TO WS-AUDIT-ANTES
           MOVE PA-PRECO-NOVO  TO FileName-PRECO
           ACCEPT FileName-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT FileName-HORA-ALT FROM TIME
           END-IF.
       200-99-FIM. EXIT.

       370-VERIFICA-ALCADA.
           SET PRECO-EXIGE-APROVACAO TO FALSE
           INITIALIZE ALCADA-REG
           MOVE FileName-CATALOGO TO ALC-CATALOGO
           MOVE FileName-TIPO     TO ALC-TIPO
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
           MOVE SPACES TO WS-MSG-ERRO
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
                GO TO 380-99-FIM
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
           MOVE "PHPCAD11"         TO PP-ORIGEM
           MOVE PA-DATA-EFETIVA    TO PP-DATA-EFETIVA
           ACCEPT PP-DATA FROM DATE YYYYMMDD
           ACCEPT PP-HORA FROM TIME
           MOVE WS-OPERADOR-BATCH  TO PP-OPERADOR
           SET PP-PENDENTE TO TRUE
           OPEN I-O PrecoPend
           IF   FS-PrecoPend = "35"
                OPEN OUTPUT PrecoPend
                CLOSE PrecoPend
                OPEN I-O PrecoPend
           END-IF
           WRITE PRECO-PEND-REG
           IF   FS-PrecoPend > "09"
                STRING "FileStatus " FS-PrecoPend " em PrecoPend."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-IF
           CLOSE PrecoPend.
       380-99-FIM. EXIT.

       360-GRAVA-HIST-PRECO.
           INITIALIZE PRECO-HIST-REG
           MOVE FileName-CATALOGO TO PH-CATALOGO
