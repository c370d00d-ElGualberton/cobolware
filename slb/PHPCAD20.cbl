       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD20.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao do cadastro de clientes           *
                      *  (ClienteReg), nos moldes do PHPCAD18:        *
                      *  codigo, nome, CNPJ/CPF, endereco, faixa de   *
                      *  preco de TierReg (1=varejo, 2=atacado,       *
                      *  3=contrato), limite de credito, situacao e   *
                      *  prazo de pagamento em dias. Usado pelo       *
                      *  PHPCAD12 para validar o cliente do pedido e  *
                      *  precificar pela faixa, e pelo PHPCAD29 para  *
                      *  calcular o vencimento da fatura              *
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

           SELECT ClienteReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-NOME
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ClienteReg.

       DATA DIVISION.
       FILE SECTION.

       FD  json.
       01  linha-json                     pic x(1000).

       FD  ClienteReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ClienteReg.

       01  CLIENTE-REG.
           05 CLI-CODIGO                  PIC  9(006).
           05 CLI-NOME                    PIC  X(030).
           05 CLI-CNPJ-CPF                PIC  X(014).
           05 CLI-ENDERECO                PIC  X(040).
           05 CLI-CIDADE                  PIC  X(020).
           05 CLI-UF                      PIC  X(002).
           05 CLI-FAIXA                   PIC  9(001).
              88 CLI-VAREJO                            VALUE 1.
              88 CLI-ATACADO                           VALUE 2.
              88 CLI-CONTRATO                          VALUE 3.
           05 CLI-LIMITE-CREDITO          PIC  9(008)V99.
           05 redefines CLI-LIMITE-CREDITO.
              10 CLI-LIMITE-CHEIO         PIC  9(008).
              10 CLI-LIMITE-CENTAVOS      PIC  9(002).
           05 CLI-DATA-ALTERACAO.
              10 CLI-DATA-ALT             PIC  9(008).
              10 CLI-HORA-ALT             PIC  9(006).
           05 CLI-ATIVO                   PIC  X(001).
              88 CLI-REG-ATIVO                         VALUE "1".
              88 CLI-REG-INATIVO                       VALUE "0".
           05 CLI-PRAZO-PAGTO             PIC  9(003).

       WORKING-STORAGE SECTION.

       01  WS-REG-CLIENTE.
           05 WS-CLI-CODIGO          PIC  X(006).
           05 WS-CLI-NOME            PIC  X(030).
           05 WS-CLI-CNPJ-CPF        PIC  X(014).
           05 WS-CLI-ENDERECO        PIC  X(040).
           05 WS-CLI-CIDADE          PIC  X(020).
           05 WS-CLI-UF              PIC  X(002).
           05 WS-CLI-FAIXA           PIC  X(001).
           05 WS-CLI-LIMITE          PIC  X(011).
           05 REDEFINES WS-CLI-LIMITE.
              10 WS-LIMITE-CHEIO     PIC  9(008).
              10 WS-LIMITE-SEPARADOR PIC  X(001).
              10 WS-LIMITE-CENTAVOS  PIC  9(002).
           05 WS-CLI-ATIVO           PIC  X(001).
           05 WS-CLI-PRAZO           PIC  X(003).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 lb-json                     pic  x(050) value
              "\xampp\htdocs\cobolware\ClienteReg.json".
           05 marcador                    pic  x(002) value spaces.
           05 WS-RETORNO-TELA             PIC  X(078).
           05 MASC-LIMITE                 PIC  ZZZZZZZ9.99.
           05 REGISTROS                   PIC  9(006) VALUE 0.
           05 FS-ClienteReg               PIC  X(002) VALUE "00".
           05 LB-ClienteReg               PIC  X(050) VALUE
              "ClienteReg".
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
                    OPEN INPUT ClienteReg
                    IF   FS-ClienteReg = "35"
                         OPEN OUTPUT ClienteReg
                         CLOSE ClienteReg
                         OPEN INPUT ClienteReg
                    END-IF
                    MOVE 0 TO REGISTROS
                    PERFORM TEST AFTER UNTIL FS-ClienteReg > "09"
                            READ ClienteReg NEXT RECORD
                                            IGNORE LOCK
                            IF   FS-ClienteReg < "10"
                                 ADD 1 TO REGISTROS
                                 PERFORM 100-DEVOLVE-REGISTRO THRU
                                         100-99-FIM
                            END-IF
                    END-PERFORM
                    CLOSE ClienteReg
                    PERFORM 110-FINALIZA-JSON thru 110-99-FIM
               WHEN CLOSE-FILE
                    CONTINUE
               WHEN BEGIN-FILE
                    INITIALIZE CLIENTE-REG
                    START ClienteReg KEY NOT < CLI-CODIGO
               WHEN END-FILE
                    MOVE HIGH-VALUE TO CLIENTE-REG
                    START ClienteReg KEY NOT > CLI-CODIGO
           END-EVALUATE.
       000-99-FIM.
           STOP RUN.

       090-INICIO-JSON.
           INITIALIZE linha-json.
           move '{ "ClienteReg": [' to linha-json
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

           INSPECT CLIENTE-REG REPLACING ALL "'" BY "!".

           MOVE CLI-LIMITE-CREDITO TO MASC-LIMITE
           STRING marcador
                 '"CODIGO":'    '"' CLI-CODIGO     '",'
                 '"NOME":'      '"' CLI-NOME       '",'
                 '"CNPJ_CPF":'  '"' CLI-CNPJ-CPF   '",'
                 '"ENDERECO":'  '"' CLI-ENDERECO   '",'
                 '"CIDADE":'    '"' CLI-CIDADE     '",'
                 '"UF":'        '"' CLI-UF         '",'
                 '"FAIXA":'     '"' CLI-FAIXA      '",'
                 '"LIMITE":'    '"' MASC-LIMITE    '",'
                 '"ATIVO":'     '"' CLI-ATIVO      '",'
                 '"PRAZO":'     '"' CLI-PRAZO-PAGTO '"}'
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
           MOVE 'ClienteReg.json' TO WS-RETORNO-TELA.
           EXEC COBOLware UTF8 FILE lb-json
                CLOSE
           END-EXEC.
       110-99-FIM. EXIT.

       300-TRATA-AREA-LINK.
           if READ-REG
              close ClienteReg open input ClienteReg
              IF   FS-ClienteReg = "35"
                   OPEN OUTPUT ClienteReg
                   CLOSE ClienteReg
                   OPEN INPUT ClienteReg
              END-IF
           else
              close ClienteReg open i-o ClienteReg
              IF   FS-ClienteReg = "35"
                   OPEN OUTPUT ClienteReg
                   CLOSE ClienteReg
                   OPEN I-O ClienteReg
              END-IF
           end-if
           if FS-ClienteReg > "09"
              PERFORM 900-FILE-STATUS THRU 900-99-FIM
           end-if.
           INITIALIZE WS-REG-CLIENTE
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-CLI-CODIGO
                                       WS-CLI-NOME
                                       WS-CLI-CNPJ-CPF
                                       WS-CLI-ENDERECO
                                       WS-CLI-CIDADE
                                       WS-CLI-UF
                                       WS-CLI-FAIXA
                                       WS-CLI-LIMITE
                                       WS-CLI-ATIVO
                                       WS-CLI-PRAZO.
           inspect ws-cli-nome     replacing all "§" by " ".
           inspect ws-cli-endereco replacing all "§" by " ".
           inspect ws-cli-cidade   replacing all "§" by " ".
           IF WS-CLI-CODIGO IS NUMERIC
              INITIALIZE CLIENTE-REG
              MOVE WS-CLI-CODIGO TO CLI-CODIGO

              EVALUATE TRUE
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write CLIENTE-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-ClienteReg < "10"
                         PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                         rewrite CLIENTE-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      IF FS-ClienteReg < "10"
                         DELETE ClienteReg Record
                      END-IF
              END-EVALUATE
              if FS-ClienteReg > "09"
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
           close ClienteReg.
       300-99-FIM. EXIT.

       310-LE-COM-ESPERA.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-ClienteReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   READ ClienteReg ignore lock
                   IF   FS-ClienteReg = "9D"
                        ADD 1 TO WS-TENTATIVAS
                        CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
                   END-IF
           END-PERFORM
           IF   FS-ClienteReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   WS-CLI-NOME = SPACES
                MOVE "Nome nao pode ser em branco." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-CLI-CNPJ-CPF = SPACES
                MOVE "CNPJ/CPF nao pode ser em branco." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-CLI-FAIXA NOT = "1" AND NOT = "2" AND NOT = "3"
                MOVE "Faixa invalida (1, 2 ou 3)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-CLI-LIMITE NOT = SPACES
            AND (WS-LIMITE-CHEIO    IS NOT NUMERIC
             OR  WS-LIMITE-CENTAVOS IS NOT NUMERIC)
                MOVE "Limite de credito invalido." TO WS-MSG-ERRO
           END-IF
           IF   WS-CLI-ATIVO = SPACES
                MOVE "1" TO WS-CLI-ATIVO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-CLI-ATIVO NOT = "0" AND NOT = "1"
                MOVE "Situacao invalida (0 ou 1)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO = SPACES
            AND WS-CLI-PRAZO NOT = SPACES
            AND WS-CLI-PRAZO IS NOT NUMERIC
                MOVE "Prazo de pagamento invalido (dias)." TO
                     WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
           END-IF
           MOVE WS-CLI-NOME     TO CLI-NOME
           MOVE WS-CLI-CNPJ-CPF TO CLI-CNPJ-CPF
           MOVE WS-CLI-ENDERECO TO CLI-ENDERECO
           MOVE WS-CLI-CIDADE   TO CLI-CIDADE
           MOVE WS-CLI-UF       TO CLI-UF
           MOVE WS-CLI-FAIXA    TO CLI-FAIXA
           IF   WS-CLI-LIMITE = SPACES
                MOVE ZEROS TO CLI-LIMITE-CREDITO
           ELSE
                MOVE WS-LIMITE-CHEIO    TO CLI-LIMITE-CHEIO
                MOVE WS-LIMITE-CENTAVOS TO CLI-LIMITE-CENTAVOS
           END-IF
           MOVE WS-CLI-ATIVO    TO CLI-ATIVO
           IF   WS-CLI-PRAZO = SPACES
                MOVE ZEROS TO CLI-PRAZO-PAGTO
           ELSE
                MOVE WS-CLI-PRAZO TO CLI-PRAZO-PAGTO
           END-IF
           ACCEPT CLI-DATA-ALT FROM DATE YYYYMMDD
           ACCEPT CLI-HORA-ALT FROM TIME.
       320-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize CLIENTE-REG
           if FS-ClienteReg = "23"
              move "Cliente não encontrado." to CLI-NOME
           else
              String "FileStatus "
                      FS-ClienteReg
                      delimited by size INTO CLI-NOME
           end-if.
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ClienteReg.
           go 000-99-FIM.
       900-99-FIM. EXIT.

       910-DADOS-INVALIDOS.
           initialize CLIENTE-REG
           move WS-MSG-ERRO to CLI-NOME
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close ClienteReg.
           go 000-99-FIM.
       910-99-FIM. EXIT.

       END PROGRAM PHPCAD20.
