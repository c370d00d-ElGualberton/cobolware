       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD28.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao da tabela de aliquotas de imposto *
                      *  (ImpostoReg), nos moldes do PHPCAD18: uma    *
                      *  aliquota (percentual sobre o valor do item)  *
                      *  por tipo de item (TipoReg) e indicador de    *
                      *  importado (FileName-IMPORTADO 0 ou 1). Usada *
                      *  pelo PHPCAD29 no faturamento dos pedidos     *
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

           SELECT ImpostoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS IMP-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ImpostoReg.

           SELECT TipoReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TIPO-CODIGO
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-TipoReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

       FD  ImpostoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ImpostoReg.

       01  IMPOSTO-REG.
           05 IMP-CHAVE.
              10 IMP-TIPO                 PIC  9(001).
              10 IMP-IMPORTADO            PIC  9(001).
           05 IMP-DESCRICAO               PIC  X(030).
           05 IMP-ALIQUOTA                PIC  9(003)V99.
           05 redefines IMP-ALIQUOTA.
              10 IMP-ALIQ-CHEIA           PIC  9(003).
              10 IMP-ALIQ-CENTAVOS        PIC  9(002).
           05 IMP-DATA-ALTERACAO.
              10 IMP-DATA-ALT             PIC  9(008).
              10 IMP-HORA-ALT             PIC  9(006).

       FD  TipoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-TipoReg.

       01  TIPO-REG.
           05 TIPO-CODIGO                 PIC  9(001).
           05 TIPO-DESCRICAO              PIC  X(030).

       WORKING-STORAGE SECTION.

       01  WS-REG-IMPOSTO.
           05 WS-IMP-TIPO            PIC  X(001).
           05 WS-IMP-IMPORTADO       PIC  X(001).
           05 WS-IMP-DESCRICAO       PIC  X(030).
           05 WS-IMP-ALIQUOTA        PIC  X(006).
           05 REDEFINES WS-IMP-ALIQUOTA.
              10 WS-ALIQ-CHEIA       PIC  9(003).
              10 WS-ALIQ-SEPARADOR   PIC  X(001).
              10 WS-ALIQ-CENTAVOS    PIC  9(002).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\ImpostoReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 MASC-ALIQUOTA               PIC  ZZ9.99.
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-ImpostoReg               PIC  X(002) VALUE "00".
           05 LB-ImpostoReg               PIC  X(050) VALUE
              "ImpostoReg".
           05 FS-TipoReg                  PIC  X(002) VALUE "00".
           05 LB-TipoReg                  PIC  X(050) VALUE "TipoReg".
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
                    OPEN INPUT ImpostoReg
                    IF   FS-ImpostoReg = "35"
                         OPEN OUTPUT ImpostoReg
                         CLOSE ImpostoReg
                         OPEN INPUT ImpostoReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-ImpostoReg > "09"
                            READ ImpostoReg NEXT RECORD
                                            IGNORE LOCK
                            IF   FS-ImpostoReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE ImpostoReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE IMPOSTO-REG
                    START ImpostoReg KEY NOT < IMP-CHAVE
               WHEN END-FILE
                    MOVE HIGH-VALUE TO IMPOSTO-REG
                    START ImpostoReg KEY NOT > IMP-CHAVE
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "ImpostoReg": [' to linha-json
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

           INSPECT IMP-DESCRICAO REPLACING ALL "'" BY "!".

           MOVE IMP-ALIQUOTA TO MASC-ALIQUOTA
           STRING marcador
                 '"TIPO":'      '"' IMP-TIPO       '",'
                 '"IMPORTADO":' '"' IMP-IMPORTADO  '",'
                 '"DESCRICAO":' '"' IMP-DESCRICAO  '",'
                 '"ALIQUOTA":'  '"' MASC-ALIQUOTA  '"}'
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
           MOVE 'ImpostoReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close ImpostoReg open input ImpostoReg
              IF   FS-ImpostoReg = "35"
                   OPEN OUTPUT ImpostoReg
                   CLOSE ImpostoReg
                   OPEN INPUT ImpostoReg
              END-IF
           else
              close ImpostoReg open i-o ImpostoReg
              IF   FS-ImpostoReg = "35"
                   OPEN OUTPUT ImpostoReg
                   CLOSE ImpostoReg
                   OPEN I-O ImpostoReg
              END-IF
           end-if
           if FS-ImpostoReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-IMPOSTO
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-IMP-TIPO
                                       WS-IMP-IMPORTADO
                                       WS-IMP-DESCRICAO
                                       WS-IMP-ALIQUOTA.
           inspect ws-imp-descricao replacing all "§" by " ".
           IF WS-IMP-TIPO      IS NUMERIC
          AND WS-IMP-IMPORTADO IS NUMERIC
              INITIALIZE IMPOSTO-REG
              MOVE WS-IMP-TIPO      TO IMP-TIPO
              MOVE WS-IMP-IMPORTADO TO IMP-IMPORTADO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write IMPOSTO-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-ImpostoReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite IMPOSTO-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-ImpostoReg < "10"
                         DELETE ImpostoReg Record
                      END-IF
              END-EVALUATE
              if FS-ImpostoReg > "09"
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
           close ImpostoReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-ImpostoReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ ImpostoReg ignore lock
                   IF   FS-ImpostoReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-ImpostoReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-IMP-IMPORTADO NOT = "0" AND NOT = "1"
                MOVE "Importado invalido (0 ou 1)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-IMP-DESCRICAO = SPACES
                MOVE "Descricao nao pode ser em branco." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND (WS-ALIQ-CHEIA    IS NOT NUMERIC
             OR  WS-ALIQ-CENTAVOS IS NOT NUMERIC)
                MOVE "Aliquota invalida." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND (WS-ALIQ-CHEIA > 100
             OR (WS-ALIQ-CHEIA = 100 AND WS-ALIQ-CENTAVOS > ZEROS))
                MOVE "Aliquota acima de 100%." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
                PERFORM 330-VALIDA-TIPO THRU 330-99-FIM
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-IMP-DESCRICAO TO IMP-DESCRICAO
           MOVE WS-ALIQ-CHEIA    TO IMP-ALIQ-CHEIA
           MOVE WS-ALIQ-CENTAVOS TO IMP-ALIQ-CENTAVOS
           ACCEPT IMP-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT IMP-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       330-VALIDA-TIPO.
           MOVE IMP-TIPO TO TIPO-CODIGO
           OPEN INPUT TipoReg
           IF   FS-TipoReg > "09"
                MOVE "Cadastro de tipos indisponivel." TO WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           READ TipoReg IGNORE LOCK
           IF   FS-TipoReg > "09"
                MOVE "Tipo nao cadastrado em TipoReg." TO WS-MSG-ERRO
           END-IF
           CLOSE TipoReg.
       330-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize IMPOSTO-REG
           if FS-ImpostoReg = "23"
              move "Aliquota não encontrada." to IMP-DESCRICAO
           else
              String "FileStatus "
                      FS-ImpostoReg
                      delimited by size INTO IMP-DESCRICAO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ImpostoReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize IMPOSTO-REG
           move WS-MSG-ERRO to IMP-DESCRICAO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ImpostoReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD28.
