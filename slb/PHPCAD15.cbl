       SECURITY.      *************************************************
                      *                                               *
                      *  Orquestrador do batch noturno: executa em    *
                      *  ordem PHPCAD22 (atendimento de backorders    *
                      *  com as entradas do dia), PHPCAD11 (ativacao  *
                      *  de precos), PHPCAD02 (geracao dos Json),     *
                      *  PHPCAD07 (integridade) e PHPREL14 (precos    *
                      *  pendentes e rejeitados na aprovacao), e com  *
                      *  parametro M tambem o PHPCAD08 (expurgo       *
                      *  mensal). Cada passo grava registro de        *
                      *  controle em RunCtrl (programa, inicio, fim,  *
                      *  situacao, retorno); um passo so roda se o    *
                      *  anterior concluiu, e a reexecucao no mesmo   *
                      *  dia pula os passos ja concluidos (reinicio a *
                      *  partir do passo com erro). Registro de passo *
                      *  gravado para outro programa (sequencia       *
                      *  anterior de passos) nao conta como           *
                      *  concluido: o passo roda de novo. A saida de  *
                      *  cada passo (com as contagens) vai para o log *
                      *  diario PHPCAD15_data.LOG. O modo S imprime o *
                      *  sumario de operacao da manha com os passos e *
                      *  o log da data informada (ou, sem data, da    *
                      *  ultima execucao gravada)                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.

       01  TAB-PASSOS.
           05 FILLER                      PIC  X(008) VALUE
              "PHPCAD22".
           05 FILLER                      PIC  X(008) VALUE
              "PHPCAD11".
           05 FILLER                      PIC  X(008) VALUE
              "PHPCAD02".
           05 FILLER                      PIC  X(008) VALUE
              "PHPCAD07".
           05 FILLER                      PIC  X(008) VALUE
              "PHPREL14".
           05 FILLER                      PIC  X(008) VALUE
              "PHPCAD08".
       01  REDEFINES TAB-PASSOS.
           05 TP-PROGRAMA OCCURS 6 TIMES  PIC  X(008).

       01  AREAS-DE-TRABALHO-1.
           05 FS-RunCtrl                  PIC  X(002) VALUE "00".
              88 DATA-INFORMADA               VALUE "S"
                                              FALSE "N".
           05 WS-DATA-MAIOR               PIC  9(008) VALUE ZEROS.
           05 WS-TOTAL-PASSOS             PIC  9(002) VALUE 5.
           05 WS-PASSO                    PIC  9(002) VALUE ZEROS.
           05 WS-COMANDO                  PIC  X(060) VALUE SPACES.
           05 WS-RETORNO                  PIC S9(009) COMP-5 VALUE 0.
                GO TO 050-99-FIM
           END-IF
           IF   MODO-MENSAL
                MOVE 6 TO WS-TOTAL-PASSOS
                IF   WS-PARM-LINHA(2:8) IS NOT NUMERIC
                 OR WS-PARM-LINHA(2:8) = "00000000"
                     DISPLAY "Informe a data de corte do expurgo: "
                INITIALIZE RUN-CTRL-REG
                MOVE WS-DATA-EXEC TO RC-DATA
                MOVE WS-PASSO     TO RC-PASSO
                GO TO 240-99-FIM
           END-IF
           IF   FS-RunCtrl < "10"
            AND RC-PROGRAMA NOT = TP-PROGRAMA(WS-PASSO)
                DISPLAY "Passo " WS-PASSO " gravado para "
                        RC-PROGRAMA " - sera executado "
                        TP-PROGRAMA(WS-PASSO) "."
                MOVE SPACES TO RC-SITUACAO
           END-IF.
       240-99-FIM. EXIT.

           READ RunCtrl
           IF   FS-RunCtrl < "10"
            AND RC-CONCLUIDO
            AND RC-PROGRAMA = TP-PROGRAMA(WS-PASSO - 1)
                SET PASSO-OK TO TRUE
           END-IF
           PERFORM 240-LE-PASSO THRU 240-99-FIM.
       320-MONTA-COMANDO.
           PERFORM 330-MONTA-NOME-LOG THRU 330-99-FIM
           MOVE SPACES TO WS-COMANDO
           IF   WS-PASSO = 6
                STRING TP-PROGRAMA(WS-PASSO) " " WS-DATA-CORTE
                       " >> "      DELIMITED BY SIZE
                       LB-RunLog   DELIMITED BY SPACE
