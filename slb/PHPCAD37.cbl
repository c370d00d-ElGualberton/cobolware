       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD37.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao da tabela de alcadas de preco     *
                      *  (AlcadaReg), nos moldes do PHPCAD28: por     *
                      *  catalogo e tipo de item (tipo 0 = todos os   *
                      *  tipos do catalogo), o limite acima do qual   *
                      *  uma alteracao de FileName-PRECO precisa de   *
                      *  aprovacao de supervisor, em percentual (P)   *
                      *  ou em valor absoluto (F). Consultada pelo    *
                      *  PHPCAD01, PHPCAD05, PHPCAD06 e PHPCAD11; a   *
                      *  aprovacao e feita no PHPCAD38                *
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

           SELECT AlcadaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ALC-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-AlcadaReg.

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
           05 redefines ALC-LIMITE.
              10 ALC-LIMITE-CHEIO         PIC  9(008).
              10 ALC-LIMITE-CENTAVOS      PIC  9(002).
           05 ALC-DATA-ALTERACAO.
              10 ALC-DATA-ALT             PIC  9(008).
              10 ALC-HORA-ALT             PIC  9(006).

       FD  TipoReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-TipoReg.

       01  TIPO-REG.
           05 TIPO-CODIGO                 PIC  9(001).
           05 TIPO-DESCRICAO              PIC  X(030).

       WORKING-STORAGE SECTION.

       01  WS-REG-ALCADA.
           05 WS-ALC-CATALOGO        PIC  X(003).
           05 WS-ALC-TIPO            PIC  X(001).
           05 WS-ALC-DESCRICAO       PIC  X(030).
           05 WS-ALC-MODO            PIC  X(001).
           05 WS-ALC-LIMITE          PIC  X(011).
           05 REDEFINES WS-ALC-LIMITE.
              10 WS-LIMITE-CHEIO     PIC  9(008).
              10 WS-LIMITE-SEPARADOR PIC  X(001).
              10 WS-LIMITE-CENTAVOS  PIC  9(002).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\AlcadaReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 MASC-LIMITE                 PIC  ZZZZZZZ9.99.
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-AlcadaReg                PIC  X(002) VALUE "00".
           05 LB-AlcadaReg                PIC  X(050) VALUE
              "AlcadaReg".
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
                    OPEN INPUT AlcadaReg
                    IF   FS-AlcadaReg = "35"
                         OPEN OUTPUT AlcadaReg
                         CLOSE AlcadaReg
                         OPEN INPUT AlcadaReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-AlcadaReg > "09"
                            READ AlcadaReg NEXT RECORD
                                           IGNORE LOCK
                            IF   FS-AlcadaReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE AlcadaReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE ALCADA-REG
                    START AlcadaReg KEY NOT < ALC-CHAVE
               WHEN END-FILE
                    MOVE HIGH-VALUE TO ALCADA-REG
                    START AlcadaReg KEY NOT > ALC-CHAVE
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "AlcadaReg": [' to linha-json
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

           INSPECT ALC-DESCRICAO REPLACING ALL "'" BY "!".

           MOVE ALC-LIMITE TO MASC-LIMITE
           STRING marcador
                 '"CATALOGO":'  '"' ALC-CATALOGO   '",'
                 '"TIPO":'      '"' ALC-TIPO       '",'
                 '"DESCRICAO":' '"' ALC-DESCRICAO  '",'
                 '"MODO":'      '"' ALC-MODO       '",'
                 '"LIMITE":'    '"' MASC-LIMITE    '"}'
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
           MOVE 'AlcadaReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close AlcadaReg open input AlcadaReg
              IF   FS-AlcadaReg = "35"
                   OPEN OUTPUT AlcadaReg
                   CLOSE AlcadaReg
                   OPEN INPUT AlcadaReg
              END-IF
           else
              close AlcadaReg open i-o AlcadaReg
              IF   FS-AlcadaReg = "35"
                   OPEN OUTPUT AlcadaReg
                   CLOSE AlcadaReg
                   OPEN I-O AlcadaReg
              END-IF
           end-if
           if FS-AlcadaReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-ALCADA
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-ALC-CATALOGO
                                       WS-ALC-TIPO
                                       WS-ALC-DESCRICAO
                                       WS-ALC-MODO
                                       WS-ALC-LIMITE.
           inspect ws-alc-descricao replacing all "§" by " ".
           IF WS-ALC-CATALOGO IS NUMERIC
          AND WS-ALC-TIPO     IS NUMERIC
              INITIALIZE ALCADA-REG
              MOVE WS-ALC-CATALOGO TO ALC-CATALOGO
              MOVE WS-ALC-TIPO     TO ALC-TIPO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write ALCADA-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-AlcadaReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite ALCADA-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-AlcadaReg < "10"
                         DELETE AlcadaReg Record
                      END-IF
              END-EVALUATE
              if FS-AlcadaReg > "09"
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
           close AlcadaReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-AlcadaReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ AlcadaReg ignore lock
                   IF   FS-AlcadaReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-AlcadaReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-ALC-DESCRICAO = SPACES
                MOVE "Descricao nao pode ser em branco." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-ALC-MODO NOT = "P" AND NOT = "F"
                MOVE "Modo invalido (P ou F)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND (WS-LIMITE-CHEIO    IS NOT NUMERIC
             OR  WS-LIMITE-CENTAVOS IS NOT NUMERIC)
                MOVE "Limite invalido." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-ALC-MODO = "F"
            AND WS-LIMITE-CHEIO    = ZEROS
            AND WS-LIMITE-CENTAVOS = ZEROS
                MOVE "Limite em valor nao pode ser zero." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND ALC-TIPO NOT = ZEROS
                PERFORM 330-VALIDA-TIPO THRU 330-99-FIM
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-ALC-DESCRICAO   TO ALC-DESCRICAO
           MOVE WS-ALC-MODO        TO ALC-MODO
           MOVE WS-LIMITE-CHEIO    TO ALC-LIMITE-CHEIO
           MOVE WS-LIMITE-CENTAVOS TO ALC-LIMITE-CENTAVOS
           ACCEPT ALC-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT ALC-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       330-VALIDA-TIPO.
           MOVE ALC-TIPO TO TIPO-CODIGO
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
           initialize ALCADA-REG
           if FS-AlcadaReg = "23"
              move "Alçada não encontrada." to ALC-DESCRICAO
           else
              String "FileStatus "
                      FS-AlcadaReg
                      delimited by size INTO ALC-DESCRICAO
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close AlcadaReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize ALCADA-REG
           move WS-MSG-ERRO to ALC-DESCRICAO
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close AlcadaReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD37.
