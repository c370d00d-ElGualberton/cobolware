                      *  (OperReg), nos moldes do PHPCAD03. O codigo  *
                      *  do operador e carimbado em AuditReg,         *
                      *  EstoqueMov e PrecoHist pelas manutencoes e   *
                      *  batches (999 = batch noturno PHPCAD11).      *
                      *  Perfil S = supervisor, que aprova ou rejeita *
                      *  alteracoes de preco acima da alcada          *
                      *  (PHPCAD38); N = operador comum (padrao na    *
                      *  inclusao; na alteracao, perfil em branco     *
                      *  mantem o gravado)                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       01  OPER-REG.
           05 OPER-CODIGO                 PIC  9(003).
           05 OPER-NOME                   PIC  X(030).
           05 OPER-PERFIL                 PIC  X(001).
              88 OPER-SUPERVISOR               VALUE "S".
              88 OPER-COMUM                    VALUE "N".

       WORKING-STORAGE SECTION.

       01  WS-REG-OPER.
           05 WS-OPER-CODIGO         PIC  X(003).
           05 WS-OPER-NOME           PIC  X(030).
           05 WS-OPER-PERFIL         PIC  X(001).

       01  AREAS-DE-TRABALHO-1.
           05 fs-json                     pic  x(002) value spaces.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.

       LINKAGE SECTION.


           STRING marcador
                 '"CODIGO":'    '"' OPER-CODIGO    '",'
                 '"NOME":'      '"' OPER-NOME      '",'
                 '"PERFIL":'    '"' OPER-PERFIL    '"}'
           DELIMITED BY SIZE INTO linha-json.
           EXEC COBOLware UTF8 FILE lb-json
                UTF-8
           end-if.
           unstring AREA-LINK DELIMITED BY "¢" INTO
                                       WS-OPER-CODIGO
                                       WS-OPER-NOME
                                       WS-OPER-PERFIL.
           inspect ws-oper-nome replacing all "§" by " ".
           IF WS-OPER-CODIGO IS NUMERIC
              INITIALIZE OPER-REG
                 WHEN READ-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                 WHEN WRITE-REG
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      write OPER-REG
                 WHEN REWRITE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
                      PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                      rewrite OPER-REG
                 WHEN DELETE-REG
                      PERFORM 310-LE-COM-ESPERA THRU 310-99-FIM
           END-IF.
       310-99-FIM. EXIT.

       320-VALIDA-DADOS.
           MOVE SPACES TO WS-MSG-ERRO
           IF   (WS-OPER-PERFIL = SPACES OR LOW-VALUES)
            AND REWRITE-REG
                MOVE OPER-PERFIL TO WS-OPER-PERFIL
           END-IF
           IF   WS-OPER-PERFIL = SPACES OR LOW-VALUES
                MOVE "N" TO WS-OPER-PERFIL
           END-IF
           IF   WS-OPER-PERFIL NOT = "S" AND NOT = "N"
                MOVE "Perfil invalido (S ou N)." TO WS-MSG-ERRO
           END-IF
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 920-DADOS-INVALIDOS THRU 920-99-FIM
           END-IF
           MOVE WS-OPER-NOME   TO OPER-NOME
           MOVE WS-OPER-PERFIL TO OPER-PERFIL.
       320-99-FIM. EXIT.

       900-FILE-STATUS.
           initialize OPER-REG
           if FS-OperReg = "23"
           go 000-99-FIM.
       910-99-FIM. EXIT.

       920-DADOS-INVALIDOS.
           initialize OPER-REG
           move WS-MSG-ERRO to OPER-NOME
           perform 090-INICIO-JSON      thru 090-99-FIM
           MOVE 1 TO REGISTROS
           PERFORM 100-DEVOLVE-REGISTRO THRU 100-99-FIM
           PERFORM 110-FINALIZA-JSON    thru 110-99-FIM
           close OperReg.
           go 000-99-FIM.
       920-99-FIM. EXIT.

       END PROGRAM PHPCAD14.
