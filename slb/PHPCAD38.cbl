       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD38.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Aprovacao de alteracoes de preco acima da    *
                      *  alcada (PrecoPend), geradas pelo PHPCAD01,   *
                      *  PHPCAD05, PHPCAD06 e PHPCAD11. Lista as      *
                      *  solicitacoes pendentes; o supervisor         *
                      *  (OperReg perfil S, diferente do solicitante) *
                      *  aprova (A) ou rejeita (R, com motivo). Na    *
                      *  aprovacao o preco so e aplicado se o item    *
                      *  ainda estiver com o preco da solicitacao,    *
                      *  com PrecoHist e AuditReg em nome do          *
                      *  supervisor; agendamentos do PHPCAD11 ficam   *
                      *  aplicados (A) ou rejeitados (R) em PrecoAgnd *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT json ASSIGN   TO lb-json
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-json.

           SELECT PrecoPend ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PP-NUMERO
                  ALTERNATE RECORD KEY IS PP-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoPend.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

           SELECT PrecoAgnd ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PA-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoAgnd.

           SELECT AuditReg ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AuditReg.

           SELECT PrecoHist ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PH-CHAVE
                  ALTERNATE RECORD KEY IS PH-DATA-HORA
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-PrecoHist.

           SELECT OperReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS OPER-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-OperReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

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

       FD  PrecoAgnd
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PrecoAgnd.

       01  PRECO-AGND-REG.
           05 PA-CHAVE.
              10 PA-CATALOGO              PIC  9(003).
              10 PA-CODIGO                PIC  9(005).
              10 PA-DATA-EFETIVA          PIC  9(008).
           05 PA-PRECO-NOVO               PIC  9(008)V99.
           05 PA-SITUACAO                 PIC  X(001).
              88 PA-PENDENTE                  VALUE "P".
              88 PA-APLICADO                  VALUE "A".
              88 PA-EM-APROVACAO              VALUE "E".
              88 PA-REJEITADO                 VALUE "R".

       FD  AuditReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-AuditReg.

       01  AUDIT-REG.
           05 AUDIT-DATA                  PIC  9(008).
           05 AUDIT-HORA                  PIC  9(006).
           05 AUDIT-OPERACAO              PIC  X(001).
              88 AUDIT-GRAVACAO                VALUE "W".
              88 AUDIT-ALTERACAO               VALUE "R".
              88 AUDIT-EXCLUSAO                VALUE "D".
           05 AUDIT-ANTES                 PIC  X(070).
           05 AUDIT-DEPOIS                PIC  X(070).
           05 AUDIT-OPERADOR              PIC  9(003).

       FD  PrecoHist
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PrecoHist.

       01  PRECO-HIST-REG.
           05 PH-CHAVE.
              10 PH-CATALOGO              PIC  9(003).
              10 PH-CODIGO                PIC  9(005).
              10 PH-DATA-HORA.
                 15 PH-DATA                PIC  9(008).
                 15 PH-HORA                PIC  9(006).
           05 PH-PRECO-ANTIGO             PIC  9(008)V99.
           05 PH-PRECO-NOVO               PIC  9(008)V99.
           05 PH-OPERADOR                 PIC  9(003).

       FD  OperReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-OperReg.

       01  OPER-REG.
           05 OPER-CODIGO                 PIC  9(003).
           05 OPER-NOME                   PIC  X(030).
           05 OPER-PERFIL                 PIC  X(001).
              88 OPER-SUPERVISOR               VALUE "S".
              88 OPER-COMUM                    VALUE "N".

       WORKING-STORAGE SECTION.

       01  WS-REG-DECISAO.
           05 WS-PP-NUMERO           PIC  X(006).
           05 WS-PP-DECISAO          PIC  X(001).
              88 WS-APROVAR               VALUE "A".
              88 WS-REJEITAR              VALUE "R".
           05 WS-PP-SUPERVISOR       PIC  X(003).
           05 WS-PP-MOTIVO           PIC  X(040).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\PrecoPend.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 MASC-PRECO-ATUAL            PIC  ZZZZZZZ9.99.
           05 MASC-PRECO-NOVO             PIC  ZZZZZZZ9.99.
           05 MASC-VARIACAO               PIC  -ZZZZZ9.99.
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-PrecoPend                PIC  X(002) VALUE "00".
           05 LB-PrecoPend                PIC  X(050) VALUE
              "PrecoPend".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
           05 FS-PrecoAgnd                PIC  X(002) VALUE "00".
           05 LB-PrecoAgnd                PIC  X(050) VALUE
              "PrecoAgnd".
           05 FS-AuditReg                 PIC  X(002) VALUE "00".
           05 LB-AuditReg                 PIC  X(050) VALUE "AuditReg".
           05 FS-PrecoHist                PIC  X(002) VALUE "00".
           05 LB-PrecoHist                PIC  X(050) VALUE "PrecoHist".
           05 FS-OperReg                  PIC  X(002) VALUE "00".
           05 LB-OperReg                  PIC  X(050) VALUE "OperReg".
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-AUDIT-ANTES              PIC  X(070) VALUE SPACES.
           05 WS-AUDIT-DEPOIS             PIC  X(070) VALUE SPACES.
           05 WS-PRECO-ANTERIOR           PIC  9(008)V99 VALUE ZEROS.
           05 WS-VARIACAO                 PIC S9(006)V99 VALUE ZEROS.
           05 WS-SUPERVISOR               PIC  9(003) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.

       LINKAGE SECTION.

       01  LINKAGEM-CAMPOS.
           05  USER-IO                    PIC  X(001).
               88 OPEN-FILE                    VALUE "O" "o".
               88 CLOSE-FILE                   VALUE "C" "c".
               88 BEGIN-FILE                   VALUE "B" "b".
               88 END-FILE                     VALUE "E" "e".
               88 AT-END                       VALUE "*".
               88 READ-NEXT                    VALUE "N" "n".
               88 READ-PREVIOUS                VALUE "P" "p".
               88 NOT-LESS                     VALUE ">".
               88 NOT-GREATER                  VALUE "<".
               88 READ-REG                     VALUE "A" "a".
               88 WRITE-REG                    VALUE "W" "w".
               88 REWRITE-REG                  VALUE "R" "r".
               88 DELETE-REG                   VALUE "D" "d".
           05  AREA-LINK                  PIC  X(100).
       01  HEIGHT                         PIC  9(002).

       PROCEDURE DIVISION USING LINKAGEM-CAMPOS.
       000-INICIO.

           EVALUATE TRUE
               WHEN READ-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN WRITE-REG
                    MOVE "Solicitacao e gerada pela manutencao." TO
                         WS-MSG-ERRO
                    PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
               WHEN REWRITE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN DELETE-REG
                    MOVE "Solicitacao nao pode ser excluida." TO
                         WS-MSG-ERRO
                    PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
               WHEN OPEN-FILE
                    perform 090-INICIO-JSON thru 090-99-FIM
                    OPEN INPUT PrecoPend
                    IF   FS-PrecoPend = "35"
                         OPEN OUTPUT PrecoPend
                         CLOSE PrecoPend
                         OPEN INPUT PrecoPend
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-PrecoPend > "09"
                            READ PrecoPend NEXT RECORD
                                           IGNORE LOCK
                            IF   FS-PrecoPend < "10"
                             AND PP-PENDENTE
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE PrecoPend
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE PRECO-PEND-REG
                    START PrecoPend KEY NOT < PP-NUMERO
               WHEN END-FILE
                    MOVE HIGH-VALUE TO PRECO-PEND-REG
                    START PrecoPend KEY NOT > PP-NUMERO
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "PrecoPend": [' to linha-json
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC.
       090-99-FIM. EXIT.

       100-DEVOLVE-REGISTRO.
           initialize linha-json.
           if REGISTROS > 1
              move ',{' to marcador
           else
              move '{'  to marcador
           end-if.

           INSPECT PP-DESCRICAO REPLACING ALL "'" BY "!".
           INSPECT PP-MOTIVO    REPLACING ALL "'" BY "!".

           MOVE ZEROS TO WS-VARIACAO
           IF   PP-PRECO-ATUAL > ZEROS
                COMPUTE WS-VARIACAO ROUNDED =
                        (PP-PRECO-NOVO - PP-PRECO-ATUAL) * 100
                        / PP-PRECO-ATUAL
                        ON SIZE ERROR MOVE ZEROS TO WS-VARIACAO
                END-COMPUTE
           END-IF
           MOVE PP-PRECO-ATUAL TO MASC-PRECO-ATUAL
           MOVE PP-PRECO-NOVO  TO MASC-PRECO-NOVO
           MOVE WS-VARIACAO    TO MASC-VARIACAO
           STRING marcador
                 '"NUMERO":'       '"' PP-NUMERO         '",'
                 '"CATALOGO":'     '"' PP-CATALOGO       '",'
                 '"CODIGO":'       '"' PP-CODIGO         '",'
                 '"DESCRICAO":'    '"' PP-DESCRICAO      '",'
                 '"TIPO":'         '"' PP-TIPO           '",'
                 '"PRECO_ATUAL":'  '"' MASC-PRECO-ATUAL  '",'
                 '"PRECO_NOVO":'   '"' MASC-PRECO-NOVO   '",'
                 '"VARIACAO":'     '"' MASC-VARIACAO     '",'
                 '"ORIGEM":'       '"' PP-ORIGEM         '",'
                 '"DATA_EFETIVA":' '"' PP-DATA-EFETIVA   '",'
                 '"DATA":'         '"' PP-DATA           '",'
                 '"HORA":'         '"' PP-HORA           '",'
                 '"OPERADOR":'     '"' PP-OPERADOR       '",'
                 '"SITUACAO":'     '"' PP-SITUACAO       '",'
                 '"DATA_DECISAO":' '"' PP-DATA-DECISAO   '",'
                 '"SUPERVISOR":'   '"' PP-SUPERVISOR     '",'
                 '"MOTIVO":'       '"' PP-MOTIVO         '"}'
           DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC.
       100-99-FIM. EXIT.

       110-FINALIZA-JSON.
           INITIALIZE linha-json.
           MOVE ']}' to linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
                RECORD linha-json
           END-EXEC
           MOVE 'PrecoPend.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close PrecoPend open input PrecoPend
              IF   FS-PrecoPend = "35"
                   OPEN OUTPUT PrecoPend
                   CLOSE PrecoPend
                   OPEN INPUT PrecoPend
              END-IF
           else
              close PrecoPend open i-o PrecoPend
              IF   FS-PrecoPend = "35"
                   OPEN OUTPUT PrecoPend
                   CLOSE PrecoPend
                   OPEN I-O PrecoPend
              END-IF
           end-if
           if FS-PrecoPend > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-DECISAO
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-PP-NUMERO
                                       WS-PP-DECISAO
                                       WS-PP-SUPERVISOR
                                       WS-PP-MOTIVO.
           inspect ws-pp-motivo replacing all "§" by " ".
           IF WS-PP-NUMERO IS NUMERIC
              INITIALIZE PRECO-PEND-REG
              MOVE WS-PP-NUMERO TO PP-NUMERO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-PrecoPend < "10"
                         PERFORM 320-VALIDA-DECISAO THRU 320-99-FIM
                         IF   WS-APROVAR
                              PERFORM 340-APLICA-PRECO THRU 340-99-FIM
                              SET PP-APROVADO  TO TRUE
                         ELSE
                              SET PP-REJEITADO TO TRUE
                         END-IF
                         IF   PP-ORIGEM = "PHPCAD11"
                              PERFORM 370-ATUALIZA-AGENDA THRU
                                      370-99-FIM
                         END-IF
                         ACCEPT PP-DATA-DECISAO FROM DATE YYYYMMDD
                         ACCEPT PP-HORA-DECISAO FROM TIME
                         MOVE WS-SUPERVISOR TO PP-SUPERVISOR
                         MOVE WS-PP-MOTIVO  TO PP-MOTIVO
                         rewrite PRECO-PEND-REG
                      END-IF
              END-EVALUATE
              if FS-PrecoPend > "09"
                 PERFORM 900-FILE-STATUS THRU 900-99-FIM
              else
                 perform 090-INICIO-JSON      thru 090-99-FIM
                 MOVE 1 TO REGISTROS
                 PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
                 PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
              end-if
           END-IF.
           close PrecoPend.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-PrecoPend NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ PrecoPend ignore lock
                   IF   FS-PrecoPend = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-PrecoPend = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DECISAO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   NOT PP-PENDENTE
                MOVE "Solicitacao ja decidida." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND NOT WS-APROVAR AND NOT WS-REJEITAR
                MOVE "Decisao invalida (A ou R)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-PP-SUPERVISOR IS NOT NUMERIC
                MOVE "Supervisor invalido." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
                MOVE WS-PP-SUPERVISOR TO WS-SUPERVISOR
                PERFORM 330-VALIDA-SUPERVISOR THRU 330-99-FIM
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-SUPERVISOR = PP-OPERADOR
                MOVE "Solicitante nao pode decidir." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-REJEITAR
            AND WS-PP-MOTIVO = SPACES
                MOVE "Informe o motivo da rejeicao." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       320-99-FIM. EXIT.

       330-VALIDA-SUPERVISOR.
           MOVE WS-SUPERVISOR TO OPER-CODIGO
           OPEN INPUT OperReg
           IF   FS-OperReg > "09"
                MOVE "Cadastro de operadores indisponivel." TO
                     WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           READ OperReg IGNORE LOCK
           IF   FS-OperReg > "09"
                MOVE "Supervisor nao cadastrado." TO WS-MSG-ERRO
           ELSE
                IF   NOT OPER-SUPERVISOR
                     MOVE "Operador nao e supervisor." TO WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE OperReg.
       330-99-FIM. EXIT.

       340-APLICA-PRECO.
           OPEN I-O FileName
           IF   FS-FileName > "09"
                MOVE "Cadastro de itens indisponivel." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE PP-CATALOGO TO FileName-CATALOGO
           MOVE PP-CODIGO   TO FileName-CODIGO
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FileName NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ FileName
              IF   FS-FileName = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-FileName = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   FS-FileName > "09"
                MOVE "Item nao cadastrado no catalogo." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   FileName-PRECO NOT = PP-PRECO-ATUAL
                MOVE "Preco do item mudou desde a solicitacao." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE FileName-REG   TO WS-AUDIT-ANTES
           MOVE FileName-PRECO TO WS-PRECO-ANTERIOR
           MOVE PP-PRECO-NOVO  TO FileName-PRECO
           ACCEPT FileName-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT FileName-HORA-ALT FROM TIME
           REWRITE FileName-REG
           IF   FS-FileName > "09"
                STRING "FileStatus " FS-FileName " na regravacao."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE FileName-REG TO WS-AUDIT-DEPOIS
           PERFORM 360-GRAVA-HIST-PRECO THRU 360-99-FIM
           PERFORM 950-GRAVA-AUDITORIA  THRU 950-99-FIM
           CLOSE FileName.
       340-99-FIM. EXIT.

       360-GRAVA-HIST-PRECO.
           INITIALIZE PRECO-HIST-REG
           MOVE FileName-CATALOGO TO PH-CATALOGO
           MOVE FileName-CODIGO   TO PH-CODIGO
           ACCEPT PH-DATA FROM DATE YYYYMMDD
           ACCEPT PH-HORA FROM TIME
           MOVE WS-PRECO-ANTERIOR TO PH-PRECO-ANTIGO
           MOVE FileName-PRECO    TO PH-PRECO-NOVO
           MOVE WS-SUPERVISOR     TO PH-OPERADOR
           OPEN I-O PrecoHist
           IF   FS-PrecoHist = "35"
                OPEN OUTPUT PrecoHist
                CLOSE PrecoHist
                OPEN I-O PrecoHist
           END-IF
           WRITE PRECO-HIST-REG
           CLOSE PrecoHist.
       360-99-FIM. EXIT.

       370-ATUALIZA-AGENDA.
           MOVE PP-CATALOGO     TO PA-CATALOGO
           MOVE PP-CODIGO       TO PA-CODIGO
           MOVE PP-DATA-EFETIVA TO PA-DATA-EFETIVA
           OPEN I-O PrecoAgnd
           IF   FS-PrecoAgnd > "09"
                GO TO 370-99-FIM
           END-IF
           READ PrecoAgnd
           IF   FS-PrecoAgnd < "10"
            AND PA-EM-APROVACAO
                IF   PP-APROVADO
                     SET PA-APLICADO  TO TRUE
                ELSE
                     SET PA-REJEITADO TO TRUE
                END-IF
                REWRITE PRECO-AGND-REG
           END-IF
           CLOSE PrecoAgnd.
       370-99-FIM. EXIT.

       950-GRAVA-AUDITORIA.
           INITIALIZE AUDIT-REG
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA FROM TIME
           SET AUDIT-ALTERACAO TO TRUE
           MOVE WS-AUDIT-ANTES  TO AUDIT-ANTES
           MOVE WS-AUDIT-DEPOIS TO AUDIT-DEPOIS
           MOVE WS-SUPERVISOR   TO AUDIT-OPERADOR
           OPEN EXTEND AuditReg
           IF   FS-AuditReg = "05" OR FS-AuditReg = "35"
                OPEN OUTPUT AuditReg
           END-IF
           WRITE AUDIT-REG
           CLOSE AuditReg.
       950-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize PRECO-PEND-REG
           if FS-PrecoPend = "23"
              move "Solicitação não encontrada." to PP-MOTIVO
           else
              String "FileStatus "
                      FS-PrecoPend
                      delimited by size INTO PP-MOTIVO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close PrecoPend.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize PRECO-PEND-REG
           move WS-MSG-ERRO to PP-MOTIVO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close FileName.
           close PrecoPend.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD38.
