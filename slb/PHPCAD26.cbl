       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD26.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao da estrutura de produtos          *
                      *  (EstruturaReg), nos moldes do PHPCAD18:      *
                      *  para cada produto acabado (FileName-TIPO 2)  *
                      *  os componentes (pecas e materiais, tipos 1   *
                      *  e 3) e a quantidade de cada um por unidade   *
                      *  produzida. Usada pelo PHPCAD27 (ordens de    *
                      *  producao) e pelo PHPREL11 (custo da          *
                      *  estrutura)                                   *
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

           SELECT EstruturaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ES-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-EstruturaReg.

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

       FD  EstruturaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EstruturaReg.

       01  ESTRUTURA-REG.
           05 ES-CHAVE.
              10 ES-PAI.
                 15 ES-CATALOGO-PAI       PIC  9(003).
                 15 ES-CODIGO-PAI         PIC  9(005).
              10 ES-COMPONENTE.
                 15 ES-CATALOGO-COMP      PIC  9(003).
                 15 ES-CODIGO-COMP        PIC  9(005).
           05 ES-DESCRICAO-COMP           PIC  X(030).
           05 ES-QUANTIDADE               PIC  9(007)V99.
           05 redefines ES-QUANTIDADE.
              10 ES-QTDE-CHEIA            PIC  9(007).
              10 ES-QTDE-CENTAVOS         PIC  9(002).
           05 ES-DATA-ALTERACAO.
              10 ES-DATA-ALT              PIC  9(008).
              10 ES-HORA-ALT              PIC  9(006).

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

       01  WS-REG-ESTRUTURA.
           05 WS-ES-CATALOGO-PAI     PIC  X(003).
           05 WS-ES-CODIGO-PAI       PIC  X(005).
           05 WS-ES-CATALOGO-COMP    PIC  X(003).
           05 WS-ES-CODIGO-COMP      PIC  X(005).
           05 WS-ES-QUANTIDADE       PIC  X(010).
           05 REDEFINES WS-ES-QUANTIDADE.
              10 WS-QTDE-CHEIA       PIC  9(007).
              10 WS-QTDE-SEPARADOR   PIC  X(001).
              10 WS-QTDE-CENTAVOS    PIC  9(002).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\EstruturaReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 MASC-QUANTIDADE             PIC  ZZZZZZ9.99.
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-EstruturaReg             PIC  X(002) VALUE "00".
           05 LB-EstruturaReg             PIC  X(050) VALUE
              "EstruturaReg".
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
                    OPEN INPUT EstruturaReg
                    IF   FS-EstruturaReg = "35"
                         OPEN OUTPUT EstruturaReg
                         CLOSE EstruturaReg
                         OPEN INPUT EstruturaReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-EstruturaReg > "09"
                            READ EstruturaReg NEXT RECORD
                                              IGNORE LOCK
                            IF   FS-EstruturaReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE EstruturaReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE ESTRUTURA-REG
                    START EstruturaReg KEY NOT < ES-CHAVE
               WHEN END-FILE
                    MOVE HIGH-VALUE TO ESTRUTURA-REG
                    START EstruturaReg KEY NOT > ES-CHAVE
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "EstruturaReg": [' to linha-json
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

           INSPECT ES-DESCRICAO-COMP REPLACING ALL "'" BY "!".

           MOVE ES-QUANTIDADE TO MASC-QUANTIDADE
           STRING marcador
                 '"CATALOGO_PAI":'  '"' ES-CATALOGO-PAI   '",'
                 '"CODIGO_PAI":'    '"' ES-CODIGO-PAI     '",'
                 '"CATALOGO_COMP":' '"' ES-CATALOGO-COMP  '",'
                 '"CODIGO_COMP":'   '"' ES-CODIGO-COMP    '",'
                 '"DESCRICAO":'     '"' ES-DESCRICAO-COMP '",'
                 '"QUANTIDADE":'    '"' MASC-QUANTIDADE   '"}'
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
           MOVE 'EstruturaReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close EstruturaReg open input EstruturaReg
              IF   FS-EstruturaReg = "35"
                   OPEN OUTPUT EstruturaReg
                   CLOSE EstruturaReg
                   OPEN INPUT EstruturaReg
              END-IF
           else
              close EstruturaReg open i-o EstruturaReg
              IF   FS-EstruturaReg = "35"
                   OPEN OUTPUT EstruturaReg
                   CLOSE EstruturaReg
                   OPEN I-O EstruturaReg
              END-IF
           end-if
           if FS-EstruturaReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-ESTRUTURA
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-ES-CATALOGO-PAI
                                       WS-ES-CODIGO-PAI
                                       WS-ES-CATALOGO-COMP
                                       WS-ES-CODIGO-COMP
                                       WS-ES-QUANTIDADE.
           IF WS-ES-CATALOGO-PAI  IS NUMERIC
          AND WS-ES-CODIGO-PAI    IS NUMERIC
          AND WS-ES-CATALOGO-COMP IS NUMERIC
          AND WS-ES-CODIGO-COMP   IS NUMERIC
              INITIALIZE ESTRUTURA-REG
              MOVE WS-ES-CATALOGO-PAI  TO ES-CATALOGO-PAI
              MOVE WS-ES-CODIGO-PAI    TO ES-CODIGO-PAI
              MOVE WS-ES-CATALOGO-COMP TO ES-CATALOGO-COMP
              MOVE WS-ES-CODIGO-COMP   TO ES-CODIGO-COMP

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write ESTRUTURA-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-EstruturaReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite ESTRUTURA-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-EstruturaReg < "10"
                         DELETE EstruturaReg Record
                      END-IF
              END-EVALUATE
              if FS-EstruturaReg > "09"
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
           close EstruturaReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-EstruturaReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ EstruturaReg ignore lock
                   IF   FS-EstruturaReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-EstruturaReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   ES-PAI = ES-COMPONENTE
                MOVE "Componente igual ao produto." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND (WS-QTDE-CHEIA    IS NOT NUMERIC
             OR  WS-QTDE-CENTAVOS IS NOT NUMERIC)
                MOVE "Quantidade invalida." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-QTDE-CHEIA    = ZEROS
            AND WS-QTDE-CENTAVOS = ZEROS
                MOVE "Quantidade nao pode ser zero." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
                PERFORM 330-VALIDA-ITENS THRU 330-99-FIM
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE FileName-DESCRICAO TO ES-DESCRICAO-COMP
           MOVE WS-QTDE-CHEIA      TO ES-QTDE-CHEIA
           MOVE WS-QTDE-CENTAVOS   TO ES-QTDE-CENTAVOS
           ACCEPT ES-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT ES-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       330-VALIDA-ITENS.
           OPEN INPUT FileName
           IF   FS-FileName > "09"
                MOVE "Cadastro de itens indisponivel." TO WS-MSG-ERRO
                GO TO 330-99-FIM
           END-IF
           MOVE ES-CATALOGO-PAI TO FileName-CATALOGO
           MOVE ES-CODIGO-PAI   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                MOVE "Produto nao cadastrado." TO WS-MSG-ERRO
                CLOSE FileName
                GO TO 330-99-FIM
           END-IF
           IF   NOT FileName-ACABADO
                MOVE "Produto nao e acabado (tipo 2)." TO WS-MSG-ERRO
                CLOSE FileName
                GO TO 330-99-FIM
           END-IF
           MOVE ES-CATALOGO-COMP TO FileName-CATALOGO
           MOVE ES-CODIGO-COMP   TO FileName-CODIGO
           READ FileName IGNORE LOCK
           IF   FS-FileName > "09"
                MOVE "Componente nao cadastrado." TO WS-MSG-ERRO
                CLOSE FileName
                GO TO 330-99-FIM
           END-IF
           IF   NOT FileName-PECA AND NOT FileName-MATERIAL
                MOVE "Componente deve ser peca ou material." TO
                     WS-MSG-ERRO
                CLOSE FileName
                GO TO 330-99-FIM
           END-IF
           IF   FileName-REG-INATIVO
                MOVE "Componente inativo no catalogo." TO WS-MSG-ERRO
           END-IF
           CLOSE FileName.
       330-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize ESTRUTURA-REG
           if FS-EstruturaReg = "23"
              move "Componente não encontrado." to ES-DESCRICAO-COMP
           else
              String "FileStatus "
                      FS-EstruturaReg
                      delimited by size INTO ES-DESCRICAO-COMP
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close EstruturaReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize ESTRUTURA-REG
           move WS-MSG-ERRO to ES-DESCRICAO-COMP
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close EstruturaReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD26.
