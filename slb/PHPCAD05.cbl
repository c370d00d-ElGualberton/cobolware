                      *  validacoes e efeitos da manutencao online    *
                      *  (PHPCAD01): CtrlCod, AuditReg e PrecoHist.   *
                      *  Linhas recusadas vao para arquivo de         *
                      *  rejeitos com o motivo. Alteracao de preco    *
                      *  acima da alcada (AlcadaReg) vai para         *
                      *  PrecoPend aguardando aprovacao (PHPCAD38);   *
                      *  os demais campos da linha sao aplicados e o  *
                      *  preco fica o anterior.                       *
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

       01  WS-REG.
           05 WS-AUDIT-ANTES              PIC  X(070) VALUE SPACES.
           05 WS-AUDIT-DEPOIS             PIC  X(070) VALUE SPACES.
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
           05 WS-CATALOGO-CARGA           PIC  9(003) VALUE ZEROS.
           05 WS-OPERACAO-CARGA           PIC  X(001) VALUE SPACES.
              88 CARGA-INCLUSAO               VALUE "W".
           05 WS-INCLUIDAS                PIC  9(006) VALUE ZEROS.
           05 WS-ALTERADAS                PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-EM-APROVACAO             PIC  9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-INICIO.
           DISPLAY "Itens incluidos...: " WS-INCLUIDAS
           DISPLAY "Itens alterados...: " WS-ALTERADAS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           DISPLAY "Precos p/aprovacao: " WS-EM-APROVACAO
           STOP RUN.

       050-LE-PARAMETRO.
           END-IF
           MOVE FileName-REG   TO WS-AUDIT-ANTES
           MOVE FileName-PRECO TO WS-PRECO-ANTERIOR
           MOVE FileName-TIPO  TO WS-TIPO-ANTERIOR
           PERFORM 310-TRATAR-AREA-LINK THRU 310-99-FIM
           PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 230-99-FIM
           END-IF
           IF   WS-PRECO-ANTERIOR NOT = FileName-PRECO
                MOVE FileName-PRECO TO WS-PRECO-NOVO
                MOVE WS-TIPO-ANTERIOR TO WS-TIPO-ALCADA
                PERFORM 370-VERIFICA-ALCADA THRU 370-99-FIM
                IF   NOT PRECO-EXIGE-APROVACAO
                 AND FileName-TIPO NOT = WS-TIPO-ANTERIOR
                     MOVE FileName-TIPO TO WS-TIPO-ALCADA
                     PERFORM 370-VERIFICA-ALCADA THRU 370-99-FIM
                END-IF
                IF   PRECO-EXIGE-APROVACAO
                     PERFORM 380-GRAVA-PENDENTE THRU 380-99-FIM
                     IF   WS-MSG-ERRO NOT = SPACES
                          PERFORM 250-REJEITA THRU 250-99-FIM
                          GO TO 230-99-FIM
                     END-IF
                     MOVE WS-PRECO-ANTERIOR TO FileName-PRECO
                     ADD 1 TO WS-EM-APROVACAO
                END-IF
           END-IF
           SET CARGA-ALTERACAO TO TRUE
           REWRITE FileName-REG
           IF   FS-FileName < "10"
           CLOSE PrecoHist.
       360-99-FIM. EXIT.

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
           MOVE "PHPCAD05"         TO PP-ORIGEM
           ACCEPT PP-DATA FROM DATE YYYYMMDD
           ACCEPT PP-HORA FROM TIME
           MOVE WS-OPERADOR        TO PP-OPERADOR
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

       950-GRAVA-AUDITORIA.
           INITIALIZE AUDIT-REG
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
