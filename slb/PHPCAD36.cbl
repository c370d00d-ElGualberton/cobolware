       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD36.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Registro de reclamacoes de garantia          *
                      *  (ReclamReg), nos moldes do PHPCAD20. A       *
                      *  inclusao recebe o numero de serie e o        *
                      *  defeito, confere em SerialReg que a serie    *
                      *  foi vendida, copia pedido, cliente e data    *
                      *  de vencimento da garantia e marca a          *
                      *  cobertura (G=em garantia, F=fora da          *
                      *  garantia, S=item sem prazo cadastrado). O    *
                      *  numero da reclamacao vem de CtrlDoc, serie   *
                      *  G. A alteracao registra a solucao e encerra  *
                      *  a reclamacao (situacao A=aberta,             *
                      *  E=encerrada); reclamacao nao e excluida. A   *
                      *  consulta e pelo numero ou, sem numero, por   *
                      *  todas as reclamacoes de uma serie            *
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

           SELECT ReclamReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS RC-NUMERO
                  ALTERNATE RECORD KEY IS RC-SERIE
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ReclamReg.

           SELECT SerialReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SER-CHAVE
                  ALTERNATE RECORD KEY IS SER-NUMERO-ALT
                                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SER-PEDIDO-ITEM
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-SerialReg.

           SELECT CtrlDoc ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD  KEY   IS CTD-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-CtrlDoc.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

       FD  ReclamReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ReclamReg.

       01  RECLAM-REG.
           05 RC-NUMERO                   PIC  9(006).
           05 RC-SERIE                    PIC  X(020).
           05 RC-CATALOGO                 PIC  9(003).
           05 RC-CODIGO                   PIC  9(005).
           05 RC-DATA                     PIC  9(008).
           05 RC-HORA                     PIC  9(006).
           05 RC-PEDIDO                   PIC  9(006).
           05 RC-PEDIDO-SEQ               PIC  9(003).
           05 RC-COD-CLIENTE              PIC  9(006).
           05 RC-CLIENTE                  PIC  X(030).
           05 RC-DATA-VENDA               PIC  9(008).
           05 RC-GARANTIA-ATE             PIC  9(008).
           05 RC-COBERTURA                PIC  X(001).
              88 RC-EM-GARANTIA               VALUE "G".
              88 RC-FORA-GARANTIA             VALUE "F".
              88 RC-SEM-PRAZO                 VALUE "S".
           05 RC-DEFEITO                  PIC  X(060).
           05 RC-SITUACAO                 PIC  X(001).
              88 RC-ABERTA                    VALUE "A".
              88 RC-ENCERRADA                 VALUE "E".
           05 RC-SOLUCAO                  PIC  X(060).
           05 RC-DATA-SITUACAO            PIC  9(008).

       FD  SerialReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-SerialReg.

       01  SERIAL-REG.
           05 SER-CHAVE.
              10 SER-CATALOGO             PIC  9(003).
              10 SER-CODIGO               PIC  9(005).
              10 SER-NUMERO               PIC  X(020).
           05 SER-NUMERO-ALT              PIC  X(020).
           05 SER-SITUACAO                PIC  X(001).
              88 SER-EM-ESTOQUE               VALUE "E".
              88 SER-VENDIDO                  VALUE "V".
           05 SER-COMPRA                  PIC  9(006).
           05 SER-DATA-ENTRADA            PIC  9(008).
           05 SER-DEPOSITO-ENTRADA        PIC  9(003).
           05 SER-PEDIDO-ITEM.
              10 SER-PEDIDO               PIC  9(006).
              10 SER-PEDIDO-SEQ           PIC  9(003).
           05 SER-COD-CLIENTE             PIC  9(006).
           05 SER-CLIENTE                 PIC  X(030).
           05 SER-DATA-VENDA              PIC  9(008).
           05 SER-GARANTIA-MESES          PIC  9(003).
           05 SER-GARANTIA-ATE            PIC  9(008).
           05 SER-DATA-ALTERACAO.
              10 SER-DATA-ALT             PIC  9(008).
              10 SER-HORA-ALT             PIC  9(006).
           05 SER-OPERADOR                PIC  9(003).

       FD  CtrlDoc
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CtrlDoc.

       01  CTRL-DOC-REG.
           05 CTD-CHAVE.
              10 CTD-TIPO-DOC             PIC  X(001).
           05 CTD-ULTIMO-NUMERO           PIC  9(006).

       WORKING-STORAGE SECTION.

       01  WS-REG-RECLAMACAO.
           05 WS-RC-NUMERO           PIC  X(006).
           05 WS-RC-SERIE            PIC  X(020).
           05 WS-RC-CATALOGO         PIC  X(003).
           05 WS-RC-CODIGO           PIC  X(005).
           05 WS-RC-DEFEITO          PIC  X(060).
           05 WS-RC-SITUACAO         PIC  X(001).
           05 WS-RC-SOLUCAO          PIC  X(060).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\ReclamReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-ReclamReg                PIC  X(002) VALUE "00".
           05 LB-ReclamReg                PIC  X(050) VALUE
              "ReclamReg".
           05 FS-SerialReg                PIC  X(002) VALUE "00".
           05 LB-SerialReg                PIC  X(050) VALUE
              "SerialReg".
           05 FS-CtrlDoc                  PIC  X(002) VALUE "00".
           05 LB-CtrlDoc                  PIC  X(050) VALUE "CtrlDoc".
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-SERIES-ACHADAS           PIC  9(003) VALUE ZEROS.
           05 WS-SERIAL-ACHADO            PIC  X(147) VALUE SPACES.
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
           05  AREA-LINK                  PIC  X(200).
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
                    OPEN INPUT ReclamReg
                    IF   FS-ReclamReg = "35"
                         OPEN OUTPUT ReclamReg
                         CLOSE ReclamReg
                         OPEN INPUT ReclamReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-ReclamReg > "09"
                            READ ReclamReg NEXT RECORD
                                           IGNORE LOCK
                            IF   FS-ReclamReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE ReclamReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE RECLAM-REG
                    START ReclamReg KEY NOT < RC-NUMERO
               WHEN END-FILE
                    MOVE HIGH-VALUE TO RECLAM-REG
                    START ReclamReg KEY NOT > RC-NUMERO
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "ReclamReg": [' to linha-json
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

           INSPECT RC-SERIE   REPLACING ALL "'" BY "!".
           INSPECT RC-CLIENTE REPLACING ALL "'" BY "!".
           INSPECT RC-DEFEITO REPLACING ALL "'" BY "!".
           INSPECT RC-SOLUCAO REPLACING ALL "'" BY "!".

           STRING marcador
                 '"NUMERO":'        '"' RC-NUMERO        '",'
                 '"SERIE":'         '"' RC-SERIE         '",'
                 '"CATALOGO":'      '"' RC-CATALOGO      '",'
                 '"CODIGO":'        '"' RC-CODIGO        '",'
                 '"DATA":'          '"' RC-DATA          '",'
                 '"HORA":'          '"' RC-HORA          '",'
                 '"PEDIDO":'        '"' RC-PEDIDO        '",'
                 '"SEQ":'           '"' RC-PEDIDO-SEQ    '",'
                 '"COD_CLIENTE":'   '"' RC-COD-CLIENTE   '",'
                 '"CLIENTE":'       '"' RC-CLIENTE       '",'
                 '"VENDA":'         '"' RC-DATA-VENDA    '",'
                 '"GARANTIA_ATE":'  '"' RC-GARANTIA-ATE  '",'
                 '"COBERTURA":'     '"' RC-COBERTURA     '",'
                 '"DEFEITO":'       '"' RC-DEFEITO       '",'
                 '"SITUACAO":'      '"' RC-SITUACAO      '",'
                 '"SOLUCAO":'       '"' RC-SOLUCAO       '",'
                 '"DATA_SITUACAO":' '"' RC-DATA-SITUACAO '"}'
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
           MOVE 'ReclamReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close ReclamReg open input ReclamReg
              IF   FS-ReclamReg = "35"
                   OPEN OUTPUT ReclamReg
                   CLOSE ReclamReg
                   OPEN INPUT ReclamReg
              END-IF
           else
              close ReclamReg open i-o ReclamReg
              IF   FS-ReclamReg = "35"
                   OPEN OUTPUT ReclamReg
                   CLOSE ReclamReg
                   OPEN I-O ReclamReg
              END-IF
           end-if
           if FS-ReclamReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-RECLAMACAO
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-RC-NUMERO
                                       WS-RC-SERIE
                                       WS-RC-CATALOGO
                                       WS-RC-CODIGO
                                       WS-RC-DEFEITO
                                       WS-RC-SITUACAO
                                       WS-RC-SOLUCAO.
           inspect ws-rc-serie   replacing all "§" by " ".
           inspect ws-rc-defeito replacing all "§" by " ".
           inspect ws-rc-solucao replacing all "§" by " ".
           IF   WS-RC-NUMERO IS NOT NUMERIC
            AND READ-REG
            AND WS-RC-SERIE NOT = SPACES
                PERFORM 320-CONSULTA-SERIE THRU 320-99-FIM
                GO TO 300-90-FECHA
           END-IF
           IF   WRITE-REG
                PERFORM 340-VALIDA-INCLUSAO THRU 340-99-FIM
                PERFORM 350-PROXIMO-NUMERO  THRU 350-99-FIM
                MOVE WS-RC-NUMERO TO RC-NUMERO
                write RECLAM-REG
                PERFORM 380-DEVOLVE-RESULTADO THRU 380-99-FIM
                GO TO 300-90-FECHA
           END-IF
           IF WS-RC-NUMERO IS NUMERIC
              INITIALIZE RECLAM-REG
              MOVE WS-RC-NUMERO TO RC-NUMERO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-ReclamReg < "10"
                         PERFORM 360-VALIDA-ALTERACAO THRU 360-99-FIM
                         rewrite RECLAM-REG
                      END-IF
                 WHEN DELETE-REG
                      MOVE "Reclamacao nao pode ser excluida." TO
                           WS-MSG-ERRO
                      PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
              END-EVALUATE
              PERFORM 380-DEVOLVE-RESULTADO THRU 380-99-FIM
           END-IF.
       300-90-FECHA.
           close ReclamReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-ReclamReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ ReclamReg ignore lock
                   IF   FS-ReclamReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-ReclamReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-CONSULTA-SERIE.
           MOVE 0 TO REGISTROS
           INITIALIZE RECLAM-REG
           MOVE WS-RC-SERIE TO RC-SERIE
           START ReclamReg KEY NOT < RC-SERIE
                 INVALID KEY MOVE "23" TO FS-ReclamReg
           END-START
           IF   FS-ReclamReg > "09"
                PERFORM 900-FILE-STATUS THRU 900-99-FIM
           END-IF
           PERFORM TEST AFTER UNTIL FS-ReclamReg > "09"
              READ ReclamReg NEXT RECORD
                             IGNORE LOCK
              IF   FS-ReclamReg < "10"
               AND RC-SERIE NOT = WS-RC-SERIE
                   MOVE "10" TO FS-ReclamReg
              END-IF
              IF   FS-ReclamReg < "10"
                   ADD 1 TO REGISTROS
                   IF   REGISTROS = 1
                        perform 090-INICIO-JSON thru 090-99-FIM
                   END-IF
                   PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
              END-IF
           END-PERFORM
           IF   REGISTROS = 0
                MOVE "23" TO FS-ReclamReg
                PERFORM 900-FILE-STATUS THRU 900-99-FIM
           END-IF
           PERFORM 110-FINALIZA-JSON thru 110-99-FIM.
       320-99-FIM. EXIT.

       340-VALIDA-INCLUSAO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-RC-SERIE = SPACES
                MOVE "Numero de serie em branco." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   WS-RC-DEFEITO = SPACES
                MOVE "Defeito nao pode ser em branco." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           OPEN INPUT SerialReg
           IF   FS-SerialReg > "09"
                MOVE "Numero de serie nao cadastrado." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           INITIALIZE SERIAL-REG
           IF   WS-RC-CATALOGO IS NUMERIC
            AND WS-RC-CODIGO   IS NUMERIC
                MOVE WS-RC-CATALOGO TO SER-CATALOGO
                MOVE WS-RC-CODIGO   TO SER-CODIGO
                MOVE WS-RC-SERIE    TO SER-NUMERO
                READ SerialReg IGNORE LOCK
           ELSE
                PERFORM 345-LOCALIZA-SERIE THRU 345-99-FIM
           END-IF
           IF   FS-SerialReg > "09"
                MOVE "Numero de serie nao cadastrado." TO WS-MSG-ERRO
           ELSE
                IF   NOT SER-VENDIDO
                     MOVE "Numero de serie nao vendido." TO
                          WS-MSG-ERRO
                END-IF
           END-IF
           CLOSE SerialReg
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           INITIALIZE RECLAM-REG
           MOVE SER-NUMERO         TO RC-SERIE
           MOVE SER-CATALOGO       TO RC-CATALOGO
           MOVE SER-CODIGO         TO RC-CODIGO
           ACCEPT RC-DATA FROM DATE YYYYMMDD
           ACCEPT RC-HORA FROM TIME
           MOVE SER-PEDIDO         TO RC-PEDIDO
           MOVE SER-PEDIDO-SEQ     TO RC-PEDIDO-SEQ
           MOVE SER-COD-CLIENTE    TO RC-COD-CLIENTE
           MOVE SER-CLIENTE        TO RC-CLIENTE
           MOVE SER-DATA-VENDA     TO RC-DATA-VENDA
           MOVE SER-GARANTIA-ATE   TO RC-GARANTIA-ATE
           EVALUATE TRUE
               WHEN SER-GARANTIA-ATE = ZEROS
                    SET RC-SEM-PRAZO     TO TRUE
               WHEN SER-GARANTIA-ATE NOT < RC-DATA
                    SET RC-EM-GARANTIA   TO TRUE
               WHEN OTHER
                    SET RC-FORA-GARANTIA TO TRUE
           END-EVALUATE
           MOVE WS-RC-DEFEITO      TO RC-DEFEITO
           SET RC-ABERTA           TO TRUE
           MOVE RC-DATA            TO RC-DATA-SITUACAO.
       340-99-FIM. EXIT.

       345-LOCALIZA-SERIE.
           MOVE ZEROS TO WS-SERIES-ACHADAS
           MOVE WS-RC-SERIE TO SER-NUMERO-ALT
           START SerialReg KEY NOT < SER-NUMERO-ALT
                 INVALID KEY MOVE "23" TO FS-SerialReg
           END-START
           IF   FS-SerialReg > "09"
                GO TO 345-99-FIM
           END-IF
           PERFORM TEST AFTER UNTIL FS-SerialReg > "09"
              READ SerialReg NEXT RECORD
                             IGNORE LOCK
              IF   FS-SerialReg < "10"
               AND SER-NUMERO-ALT NOT = WS-RC-SERIE
                   MOVE "10" TO FS-SerialReg
              END-IF
              IF   FS-SerialReg < "10"
                   ADD 1 TO WS-SERIES-ACHADAS
                   IF   WS-SERIES-ACHADAS = 1
                        MOVE SERIAL-REG TO WS-SERIAL-ACHADO
                   END-IF
              END-IF
           END-PERFORM
           IF   WS-SERIES-ACHADAS = 0
                MOVE "23" TO FS-SerialReg
                GO TO 345-99-FIM
           END-IF
           IF   WS-SERIES-ACHADAS > 1
                MOVE "Serie em mais de um item; informe o item."
                     TO WS-MSG-ERRO
                CLOSE SerialReg
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-SERIAL-ACHADO TO SERIAL-REG
           MOVE "00" TO FS-SerialReg.
       345-99-FIM. EXIT.

       350-PROXIMO-NUMERO.
           MOVE "G" TO CTD-TIPO-DOC
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
                MOVE "G" TO CTD-TIPO-DOC
                MOVE 1   TO CTD-ULTIMO-NUMERO
                WRITE CTRL-DOC-REG
           ELSE
                ADD 1 TO CTD-ULTIMO-NUMERO
                REWRITE CTRL-DOC-REG
           END-IF
           MOVE CTD-ULTIMO-NUMERO TO WS-RC-NUMERO
           CLOSE CtrlDoc.
       350-99-FIM. EXIT.

       360-VALIDA-ALTERACAO.
           MOVE SPACES TO WS-MSG-ERRO
           IF   RC-ENCERRADA
                MOVE "Reclamacao ja encerrada." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   WS-RC-SITUACAO = SPACES
                MOVE RC-SITUACAO TO WS-RC-SITUACAO
           END-IF
           IF   WS-RC-SITUACAO NOT = "A" AND NOT = "E"
                MOVE "Situacao invalida (A ou E)." TO WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           IF   WS-RC-DEFEITO NOT = SPACES
                MOVE WS-RC-DEFEITO TO RC-DEFEITO
           END-IF
           IF   WS-RC-SOLUCAO NOT = SPACES
                MOVE WS-RC-SOLUCAO TO RC-SOLUCAO
           END-IF
           IF   WS-RC-SITUACAO = "E"
            AND RC-SOLUCAO = SPACES
                MOVE "Informe a solucao para encerrar." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-RC-SITUACAO TO RC-SITUACAO
           ACCEPT RC-DATA-SITUACAO FROM DATE YYYYMMDD.
       360-99-FIM. EXIT.

       380-DEVOLVE-RESULTADO.
           if FS-ReclamReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           else
              perform 090-INICIO-JSON      thru 090-99-FIM
              MOVE 1 TO REGISTROS
              PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
              PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           end-if.
       380-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize RECLAM-REG
           if FS-ReclamReg = "23"
              move "Reclamação não encontrada." to RC-DEFEITO
           else
              String "FileStatus "
                      FS-ReclamReg
                      delimited by size INTO RC-DEFEITO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ReclamReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize RECLAM-REG
           move WS-MSG-ERRO to RC-DEFEITO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ReclamReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD36.
