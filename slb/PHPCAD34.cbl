       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD34.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao do prazo de garantia por item     *
                      *  (GarantiaReg), nos moldes do PHPCAD26: para  *
                      *  cada item do cadastro marcado com garantia   *
                      *  (FileName-GARANTIA 1) o prazo em meses       *
                      *  contado da data da venda. Usado pelo         *
                      *  PHPCAD12 para gravar o vencimento da         *
                      *  garantia de cada numero de serie vendido     *
                      *  (SerialReg)                                  *
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

           SELECT GarantiaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GAR-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-GarantiaReg.

           SELECT FileName ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FileName-CHAVE
                  ALTERNATE RECORD KEY IS FileName-CATALOGO-DESCRICAO
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FileName.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

       FD  GarantiaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-GarantiaReg.

       01  GARANTIA-REG.
           05 GAR-CHAVE.
              10 GAR-CATALOGO             PIC  9(003).
              10 GAR-CODIGO               PIC  9(005).
           05 GAR-DESCRICAO               PIC  X(030).
           05 GAR-MESES                   PIC  9(003).
           05 GAR-DATA-ALTERACAO.
              10 GAR-DATA-ALT             PIC  9(008).
              10 GAR-HORA-ALT             PIC  9(006).

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

       WORKING-STORAGE SECTION.

       01  WS-REG-GARANTIA.
           05 WS-GAR-CATALOGO        PIC  X(003).
           05 WS-GAR-CODIGO          PIC  X(005).
           05 WS-GAR-MESES           PIC  X(003).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\GarantiaReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-GarantiaReg              PIC  X(002) VALUE "00".
           05 LB-GarantiaReg              PIC  X(050) VALUE
              "GarantiaReg".
           05 FS-FileName                 PIC  X(002) VALUE "00".
           05 LB-FileName                 PIC  X(050) VALUE "FileName".
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
                    OPEN INPUT GarantiaReg
                    IF   FS-GarantiaReg = "35"
                         OPEN OUTPUT GarantiaReg
                         CLOSE GarantiaReg
                         OPEN INPUT GarantiaReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-GarantiaReg > "09"
                            READ GarantiaReg NEXT RECORD
                                             IGNORE LOCK
                            IF   FS-GarantiaReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE GarantiaReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE GARANTIA-REG
                    START GarantiaReg KEY NOT < GAR-CHAVE
               WHEN END-FILE
                    MOVE HIGH-VALUE TO GARANTIA-REG
                    START GarantiaReg KEY NOT > GAR-CHAVE
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "GarantiaReg": [' to linha-json
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

           INSPECT GAR-DESCRICAO REPLACING ALL "'" BY "!".

           STRING marcador
                 '"CATALOGO":'  '"' GAR-CATALOGO   '",'
                 '"CODIGO":'    '"' GAR-CODIGO     '",'
                 '"DESCRICAO":' '"' GAR-DESCRICAO  '",'
                 '"MESES":'     '"' GAR-MESES      '",'
                 '"DATA":'      '"' GAR-DATA-ALT   '"}'
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
           MOVE 'GarantiaReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close GarantiaReg open input GarantiaReg
              IF   FS-GarantiaReg = "35"
                   OPEN OUTPUT GarantiaReg
                   CLOSE GarantiaReg
                   OPEN INPUT GarantiaReg
              END-IF
           else
              close GarantiaReg open i-o GarantiaReg
              IF   FS-GarantiaReg = "35"
                   OPEN OUTPUT GarantiaReg
                   CLOSE GarantiaReg
                   OPEN I-O GarantiaReg
              END-IF
           end-if
           if FS-GarantiaReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-GARANTIA
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-GAR-CATALOGO
                                       WS-GAR-CODIGO
                                       WS-GAR-MESES.
           IF WS-GAR-CATALOGO IS NUMERIC
          AND WS-GAR-CODIGO   IS NUMERIC
              INITIALIZE GARANTIA-REG
              MOVE WS-GAR-CATALOGO TO GAR-CATALOGO
              MOVE WS-GAR-CODIGO   TO GAR-CODIGO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write GARANTIA-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-GarantiaReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite GARANTIA-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-GarantiaReg < "10"
                         DELETE GarantiaReg Record
                      END-IF
              END-EVALUATE
              if FS-GarantiaReg > "09"
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
           close GarantiaReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-GarantiaReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ GarantiaReg ignore lock
                   IF   FS-GarantiaReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-GarantiaReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-GAR-MESES IS NOT NUMERIC
                MOVE "Prazo de garantia invalido (meses)." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-GAR-MESES = ZEROS
                MOVE "Prazo de garantia nao pode ser zero." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
                PERFORM 330-VALIDA-ITEM THRU 330-99-FIM
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE FileName-DESCRICAO TO GAR-DESCRICAO
           MOVE WS-GAR-MESES       TO GAR-MESES
           ACCEPT GAR-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT GAR-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       330-VALIDA-ITEM.
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                MOVE "Cadastro de itens indisponivel." TO WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           MOVE GAR-CATALOGO TO FileName-CATALOGO
           MOVE GAR-CODIGO   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                MOVE "Item nao cadastrado no catalogo." TO WS-MSG-ERRO
                CLOSE FileName
                GO TO 330-99-FIM
           END-IF
           IF   FileName-GARANTIA NOT = 1
                MOVE "Item nao marcado com garantia." TO WS-MSG-ERRO
           END-IF
           CLOSE FileName.
       330-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize GARANTIA-REG
           if FS-GarantiaReg = "23"
              move "Prazo não encontrado." to GAR-DESCRICAO
           else
              String "FileStatus "
                      FS-GarantiaReg
                      delimited by size INTO GAR-DESCRICAO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close GarantiaReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize GARANTIA-REG
           move WS-MSG-ERRO to GAR-DESCRICAO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close GarantiaReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD34.
