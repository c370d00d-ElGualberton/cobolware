       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD32.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao da tabela de depositos            *
                      *  (DepositoReg), nos moldes do PHPCAD23:       *
                      *  codigo, descricao e situacao de cada local   *
                      *  de estoque. O deposito 001 e o principal,    *
                      *  assumido pelos programas de estoque quando a *
                      *  entrada nao informa o deposito. Nao exclui   *
                      *  deposito que ainda tenha saldo em EstoqueReg *
                      *  (inativar no lugar)                          *
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

           SELECT DepositoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS DEP-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-DepositoReg.

           SELECT EstoqueReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstoqueReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

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

       WORKING-STORAGE SECTION.

       01  WS-REG-DEPOSITO.
           05 WS-DEP-CODIGO          PIC  X(003).
           05 WS-DEP-DESCRICAO       PIC  X(030).
           05 WS-DEP-ATIVO           PIC  X(001).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\DepositoReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-DepositoReg              PIC  X(002) VALUE "00".
           05 LB-DepositoReg              PIC  X(050) VALUE
              "DepositoReg".
           05 FS-EstoqueReg               PIC  X(002) VALUE "00".
           05 LB-EstoqueReg               PIC  X(050) VALUE
              "EstoqueReg".
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
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
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN REWRITE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN DELETE-REG
                    PERFORM 300-TRATA-AREA-LINK THRU 300-99-FIM
               WHEN OPEN-FILE
                    perform 090-INICIO-JSON thru 090-99-FIM
                    OPEN INPUT DepositoReg
                    IF   FS-DepositoReg = "35"
                         OPEN OUTPUT DepositoReg
                         CLOSE DepositoReg
                         OPEN INPUT DepositoReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-DepositoReg > "09"
                            READ DepositoReg NEXT RECORD
                                             IGNORE LOCK
                            IF   FS-DepositoReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE DepositoReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE DEPOSITO-REG
                    START DepositoReg KEY NOT < DEP-CODIGO
               WHEN END-FILE
                    MOVE HIGH-VALUE TO DEPOSITO-REG
                    START DepositoReg KEY NOT > DEP-CODIGO
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "DepositoReg": [' to linha-json
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

           INSPECT DEP-DESCRICAO REPLACING ALL "'" BY "!".

           STRING marcador
                 '"CODIGO":'    '"' DEP-CODIGO     '",'
                 '"DESCRICAO":' '"' DEP-DESCRICAO  '",'
                 '"DATA":'      '"' DEP-DATA-ALT   '",'
                 '"ATIVO":'     '"' DEP-ATIVO      '"}'
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
           MOVE 'DepositoReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close DepositoReg open input DepositoReg
              IF   FS-DepositoReg = "35"
                   OPEN OUTPUT DepositoReg
                   CLOSE DepositoReg
                   OPEN INPUT DepositoReg
              END-IF
           else
              close DepositoReg open i-o DepositoReg
              IF   FS-DepositoReg = "35"
                   OPEN OUTPUT DepositoReg
                   CLOSE DepositoReg
                   OPEN I-O DepositoReg
              END-IF
           end-if
           if FS-DepositoReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-DEPOSITO
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-DEP-CODIGO
                                       WS-DEP-DESCRICAO
                                       WS-DEP-ATIVO.
           inspect ws-dep-descricao replacing all "§" by " ".
           IF WS-DEP-CODIGO IS NUMERIC
              INITIALIZE DEPOSITO-REG
              MOVE WS-DEP-CODIGO TO DEP-CODIGO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write DEPOSITO-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-DepositoReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite DEPOSITO-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-DepositoReg < "10"
                         PERFORM 340-VALIDA-SALDO THRU 340-99-FIM
                         DELETE DepositoReg Record
                      END-IF
              END-EVALUATE
              if FS-DepositoReg > "09"
                 PERFORM 900-FILE-STATUS THRU 900-99-FIM
              else
                 if not DELETE-REG
                    perform 090-INICIO-JSON      thru 090-99-FIM
                    MOVE 1 TO REGISTROS
                    PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
                    PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
                 END-IF
              end-if
           END-IF.
           close DepositoReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
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
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   DEP-CODIGO = ZEROS
                MOVE "Codigo do deposito nao pode ser zero." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-DEP-DESCRICAO = SPACES
                MOVE "Descricao nao pode ser em branco." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-DEP-ATIVO = SPACES
                MOVE "1" TO WS-DEP-ATIVO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-DEP-ATIVO NOT = "0" AND NOT = "1"
                MOVE "Situacao invalida (0 ou 1)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-DEP-DESCRICAO TO DEP-DESCRICAO
           MOVE WS-DEP-ATIVO     TO DEP-ATIVO
           ACCEPT DEP-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT DEP-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       340-VALIDA-SALDO.
           MOVE SPACES TO WS-MSG-ERRO
           OPEN INPUT EstoqueReg
           IF   FS-EstoqueReg > "09"
                CLOSE EstoqueReg
                GO TO 340-99-FIM
           END-IF
           PERFORM TEST AFTER UNTIL FS-EstoqueReg > "09"
                                 OR WS-MSG-ERRO NOT = SPACES
                   READ EstoqueReg NEXT RECORD
                                   IGNORE LOCK
                   IF   FS-EstoqueReg < "10"
                    AND EST-DEPOSITO = DEP-CODIGO
                    AND EST-SALDO NOT = ZEROS
                        MOVE "Deposito com saldo nao exclui." TO
                             WS-MSG-ERRO
                   END-IF
           END-PERFORM
           CLOSE EstoqueReg
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       340-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize DEPOSITO-REG
           if FS-DepositoReg = "23"
              move "Deposito não encontrado." to DEP-DESCRICAO
           else
              String "FileStatus "
                      FS-DepositoReg
                      delimited by size INTO DEP-DESCRICAO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close DepositoReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize DEPOSITO-REG
           move WS-MSG-ERRO to DEP-DESCRICAO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close DepositoReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD32.
