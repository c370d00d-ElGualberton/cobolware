       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD23.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao do cadastro de fornecedores       *
                      *  (FornecReg), nos moldes do PHPCAD20:         *
                      *  codigo, nome, CNPJ, endereco, contato,       *
                      *  telefone, prazo de entrega em dias e         *
                      *  situacao. Usado pelo PHPCAD24 (pedidos de    *
                      *  compra) e pelo PHPREL10 (compras em aberto)  *
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

           SELECT FornecReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FOR-CODIGO
                  ALTERNATE RECORD KEY IS FOR-NOME
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-FornecReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

       FD  FornecReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FornecReg.

       01  FORNEC-REG.
           05 FOR-CODIGO                  PIC  9(006).
           05 FOR-NOME                    PIC  X(030).
           05 FOR-CNPJ                    PIC  X(014).
           05 FOR-ENDERECO                PIC  X(040).
           05 FOR-CIDADE                  PIC  X(020).
           05 FOR-UF                      PIC  X(002).
           05 FOR-CONTATO                 PIC  X(030).
           05 FOR-TELEFONE                PIC  X(015).
           05 FOR-PRAZO-ENTREGA           PIC  9(003).
           05 FOR-DATA-ALTERACAO.
              10 FOR-DATA-ALT             PIC  9(008).
              10 FOR-HORA-ALT             PIC  9(006).
           05 FOR-ATIVO                   PIC  X(001).
              88 FOR-REG-ATIVO                         VALUE "1".
              88 FOR-REG-INATIVO                       VALUE "0".

       WORKING-STORAGE SECTION.

       01  WS-REG-FORNEC.
           05 WS-FOR-CODIGO          PIC  X(006).
           05 WS-FOR-NOME            PIC  X(030).
           05 WS-FOR-CNPJ            PIC  X(014).
           05 WS-FOR-ENDERECO        PIC  X(040).
           05 WS-FOR-CIDADE          PIC  X(020).
           05 WS-FOR-UF              PIC  X(002).
           05 WS-FOR-CONTATO         PIC  X(030).
           05 WS-FOR-TELEFONE        PIC  X(015).
           05 WS-FOR-PRAZO           PIC  X(003).
           05 WS-FOR-ATIVO           PIC  X(001).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\FornecReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-FornecReg                PIC  X(002) VALUE "00".
           05 LB-FornecReg                PIC  X(050) VALUE
              "FornecReg".
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
                    OPEN INPUT FornecReg
                    IF   FS-FornecReg = "35"
                         OPEN OUTPUT FornecReg
                         CLOSE FornecReg
                         OPEN INPUT FornecReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-FornecReg > "09"
                            READ FornecReg NEXT RECORD
                                           IGNORE LOCK
                            IF   FS-FornecReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE FornecReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE FORNEC-REG
                    START FornecReg KEY NOT < FOR-CODIGO
               WHEN END-FILE
                    MOVE HIGH-VALUE TO FORNEC-REG
                    START FornecReg KEY NOT > FOR-CODIGO
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "FornecReg": [' to linha-json
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

           INSPECT FORNEC-REG REPLACING ALL "'" BY "!".

           STRING marcador
                 '"CODIGO":'    '"' FOR-CODIGO        '",'
                 '"NOME":'      '"' FOR-NOME          '",'
                 '"CNPJ":'      '"' FOR-CNPJ          '",'
                 '"ENDERECO":'  '"' FOR-ENDERECO      '",'
                 '"CIDADE":'    '"' FOR-CIDADE        '",'
                 '"UF":'        '"' FOR-UF            '",'
                 '"CONTATO":'   '"' FOR-CONTATO       '",'
                 '"TELEFONE":'  '"' FOR-TELEFONE      '",'
                 '"PRAZO":'     '"' FOR-PRAZO-ENTREGA '",'
                 '"ATIVO":'     '"' FOR-ATIVO         '"}'
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
           MOVE 'FornecReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close FornecReg open input FornecReg
              IF   FS-FornecReg = "35"
                   OPEN OUTPUT FornecReg
                   CLOSE FornecReg
                   OPEN INPUT FornecReg
              END-IF
           else
              close FornecReg open i-o FornecReg
              IF   FS-FornecReg = "35"
                   OPEN OUTPUT FornecReg
                   CLOSE FornecReg
                   OPEN I-O FornecReg
              END-IF
           end-if
           if FS-FornecReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-FORNEC
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-FOR-CODIGO
                                       WS-FOR-NOME
                                       WS-FOR-CNPJ
                                       WS-FOR-ENDERECO
                                       WS-FOR-CIDADE
                                       WS-FOR-UF
                                       WS-FOR-CONTATO
                                       WS-FOR-TELEFONE
                                       WS-FOR-PRAZO
                                       WS-FOR-ATIVO.
           inspect ws-for-nome     replacing all "§" by " ".
           inspect ws-for-endereco replacing all "§" by " ".
           inspect ws-for-cidade   replacing all "§" by " ".
           inspect ws-for-contato  replacing all "§" by " ".
           inspect ws-for-telefone replacing all "§" by " ".
           IF WS-FOR-CODIGO IS NUMERIC
              INITIALIZE FORNEC-REG
              MOVE WS-FOR-CODIGO TO FOR-CODIGO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write FORNEC-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-FornecReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite FORNEC-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-FornecReg < "10"
                         DELETE FornecReg Record
                      END-IF
              END-EVALUATE
              if FS-FornecReg > "09"
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
           close FornecReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-FornecReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ FornecReg ignore lock
                   IF   FS-FornecReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-FornecReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-FOR-NOME = SPACES
                MOVE "Nome nao pode ser em branco." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-FOR-CNPJ = SPACES
                MOVE "CNPJ nao pode ser em branco." TO WS-MSG-ERRO
           END-IF
           IF   WS-FOR-PRAZO = SPACES
                MOVE "000" TO WS-FOR-PRAZO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-FOR-PRAZO IS NOT NUMERIC
                MOVE "Prazo de entrega invalido." TO WS-MSG-ERRO
           END-IF
           IF   WS-FOR-ATIVO = SPACES
                MOVE "1" TO WS-FOR-ATIVO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-FOR-ATIVO NOT = "0" AND NOT = "1"
                MOVE "Situacao invalida (0 ou 1)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-FOR-NOME     TO FOR-NOME
           MOVE WS-FOR-CNPJ     TO FOR-CNPJ
           MOVE WS-FOR-ENDERECO TO FOR-ENDERECO
           MOVE WS-FOR-CIDADE   TO FOR-CIDADE
           MOVE WS-FOR-UF       TO FOR-UF
           MOVE WS-FOR-CONTATO  TO FOR-CONTATO
           MOVE WS-FOR-TELEFONE TO FOR-TELEFONE
           MOVE WS-FOR-PRAZO    TO FOR-PRAZO-ENTREGA
           MOVE WS-FOR-ATIVO    TO FOR-ATIVO
           ACCEPT FOR-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT FOR-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize FORNEC-REG
           if FS-FornecReg = "23"
              move "Fornecedor não encontrado." to FOR-NOME
           else
              String "FileStatus "
                      FS-FornecReg
                      delimited by size INTO FOR-NOME
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close FornecReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize FORNEC-REG
           move WS-MSG-ERRO to FOR-NOME
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close FornecReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD23.
