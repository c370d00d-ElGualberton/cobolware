       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD30.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Baixa de recebimentos do caixa: le           *
                      *  PAGAMENTO.TXT (P;fatura;valor[;data]) e      *
                      *  abate o valor pago do titulo da fatura em    *
                      *  ReceberReg (pagamento parcial permitido;     *
                      *  valor acima do saldo e recusado). Cada baixa *
                      *  fica registrada em BaixaReg com o saldo      *
                      *  anterior e o atual e o operador (primeiros 3 *
                      *  digitos da linha de comando). Sem data na    *
                      *  linha, vale a data do dia. Emite             *
                      *  PHPCAD30.LST e manda as linhas recusadas     *
                      *  para arquivo de rejeitos                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Entrada ASSIGN TO LB-Entrada
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Entrada.

           SELECT Rejeitos ASSIGN TO LB-Rejeitos
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Rejeitos.

           SELECT Listagem ASSIGN TO LB-Listagem
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Listagem.

           SELECT ReceberReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS REC-FATURA
                  ALTERNATE RECORD KEY IS REC-COD-CLIENTE
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ReceberReg.

           SELECT BaixaReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS BX-CHAVE
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-BaixaReg.

       DATA DIVISION.
       FILE SECTION.

       FD  Entrada
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Entrada.

       01  LINHA-ENTRADA                  PIC  X(200).

       FD  Rejeitos
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Rejeitos.

       01  REJ-REG.
           05 REJ-MOTIVO                  PIC  X(040).
           05 REJ-SEPARADOR               PIC  X(001).
           05 REJ-LINHA                   PIC  X(200).

       FD  Listagem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Listagem.

       01  LINHA-LISTAGEM                 PIC  X(080).

       FD  ReceberReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ReceberReg.

       01  RECEBER-REG.
           05 REC-FATURA                  PIC  9(006).
           05 REC-COD-CLIENTE             PIC  9(006).
           05 REC-NOME-CLIENTE            PIC  X(030).
           05 REC-PEDIDO                  PIC  9(006).
           05 REC-DATA-EMISSAO            PIC  9(008).
           05 REC-DATA-VENCTO             PIC  9(008).
           05 REC-VALOR                   PIC  9(009)V99.
           05 REC-VALOR-PAGO              PIC  9(009)V99.
           05 REC-DATA-ULT-PAGTO          PIC  9(008).
           05 REC-SITUACAO                PIC  X(001).
              88 REC-ABERTO                   VALUE "A".
              88 REC-PARCIAL                  VALUE "P".
              88 REC-LIQUIDADO                VALUE "L".
           05 REC-OPERADOR                PIC  9(003).

       FD  BaixaReg
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-BaixaReg.

       01  BAIXA-REG.
           05 BX-CHAVE.
              10 BX-FATURA                PIC  9(006).
              10 BX-DATA-HORA.
                 15 BX-DATA                PIC  9(008).
                 15 BX-HORA                PIC  9(006).
           05 BX-COD-CLIENTE              PIC  9(006).
           05 BX-DATA-PAGTO               PIC  9(008).
           05 BX-VALOR                    PIC  9(009)V99.
           05 BX-SALDO-ANTERIOR           PIC  9(009)V99.
           05 BX-SALDO-ATUAL              PIC  9(009)V99.
           05 BX-OPERADOR                 PIC  9(003).

       WORKING-STORAGE SECTION.

       01  WS-REG.
           05 WS-TIPO-LINHA         PIC  X(001).
              88 WS-LINHA-PAGAMENTO     VALUE "P" "p".
           05 WS-FATURA             PIC  X(006).
           05 WS-VALOR              PIC  X(012).
           05 REDEFINES WS-VALOR.
              10 WS-VALOR-CHEIO     PIC  9(009).
              10 WS-VALOR-SEPARADOR PIC  X(001).
              10 WS-VALOR-CENTAVOS  PIC  9(002).
           05 WS-DATA-PAGTO         PIC  X(008).

       01  AREAS-DE-TRABALHO-1.
           05 FS-Entrada                  PIC  X(002) VALUE "00".
           05 LB-Entrada                  PIC  X(050) VALUE
              "PAGAMENTO.TXT".
           05 FS-Rejeitos                 PIC  X(002) VALUE "00".
           05 LB-Rejeitos                 PIC  X(050) VALUE
              "PAGAMENTOREJ.TXT".
           05 FS-Listagem                 PIC  X(002) VALUE "00".
           05 LB-Listagem                 PIC  X(050) VALUE
              "PHPCAD30.LST".
           05 FS-ReceberReg               PIC  X(002) VALUE "00".
           05 LB-ReceberReg               PIC  X(050) VALUE
              "ReceberReg".
           05 FS-BaixaReg                 PIC  X(002) VALUE "00".
           05 LB-BaixaReg                 PIC  X(050) VALUE "BaixaReg".
           05 WS-PARM-LINHA               PIC  X(010) VALUE SPACES.
           05 WS-OPERADOR                 PIC  9(003) VALUE ZEROS.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-MSG-ERRO                 PIC  X(040) VALUE SPACES.
           05 WS-VALOR-PAGTO              PIC  9(009)V99 VALUE ZEROS.
           05 REDEFINES WS-VALOR-PAGTO.
              10 WS-VALOR-PAGTO-CHEIO     PIC  9(009).
              10 WS-VALOR-PAGTO-CENT      PIC  9(002).
           05 WS-DATA-BAIXA               PIC  9(008) VALUE ZEROS.
           05 WS-SALDO-ANTERIOR           PIC  9(009)V99 VALUE ZEROS.
           05 WS-SALDO-ATUAL              PIC  9(009)V99 VALUE ZEROS.
           05 WS-FIM-ENTRADA              PIC  X(001) VALUE "N".
              88 AT-END-ENTRADA               VALUE "S".
           05 WS-LINHAS-PAGINA            PIC  9(002) VALUE ZEROS.
           05 WS-MAX-LINHAS               PIC  9(002) VALUE 20.
           05 WS-PAGINA                   PIC  9(004) VALUE ZEROS.
           05 WS-TENTATIVAS               PIC  9(002) VALUE ZEROS.
           05 WS-MAX-TENTATIVAS           PIC  9(002) VALUE 5.
           05 WS-SEGUNDOS-ESPERA          PIC  9(002) VALUE 1.
           05 WS-LIDAS                    PIC  9(006) VALUE ZEROS.
           05 WS-BAIXAS                   PIC  9(006) VALUE ZEROS.
           05 WS-LIQUIDADOS               PIC  9(006) VALUE ZEROS.
           05 WS-REJEITADAS               PIC  9(006) VALUE ZEROS.
           05 WS-TOTAL-RECEBIDO           PIC  9(011)V99 VALUE ZEROS.

       01  WS-CABECALHO-1.
           05 FILLER                      PIC  X(040) VALUE
              "Baixa de recebimentos".
           05 FILLER                      PIC  X(006) VALUE " Data ".
           05 WS-CAB1-DATA                PIC  9(008).
           05 FILLER                      PIC  X(008) VALUE
              " Pagina ".
           05 WS-CAB1-PAGINA              PIC  ZZZ9.

       01  WS-CABECALHO-2.
           05 FILLER                      PIC  X(008) VALUE "FATURA".
           05 FILLER                      PIC  X(007) VALUE "CLIENTE".
           05 FILLER                      PIC  X(016) VALUE "NOME".
           05 FILLER                      PIC  X(009) VALUE "PAGTO".
           05 FILLER                      PIC  X(013) VALUE
              "        PAGO".
           05 FILLER                      PIC  X(013) VALUE
              "       SALDO".
           05 FILLER                      PIC  X(009) VALUE
              "SITUACAO".

       01  WS-DETALHE.
           05 WD-FATURA                   PIC  9(006).
           05 FILLER                      PIC  X(002) VALUE SPACES.
           05 WD-COD-CLIENTE              PIC  9(006).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-NOME                     PIC  X(015).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-DATA-PAGTO               PIC  9(008).
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-VALOR                    PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SALDO                    PIC  ZZZZZZZZ9.99.
           05 FILLER                      PIC  X(001) VALUE SPACES.
           05 WD-SITUACAO                 PIC  X(009).

       01  WS-TOTAL-LINHA.
           05 WTL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WTL-QUANTIDADE              PIC  ZZZZZ9.

       01  WS-VALOR-LINHA.
           05 WVL-ROTULO                  PIC  X(030) VALUE SPACES.
           05 WVL-VALOR                   PIC  ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       000-INICIO.

           PERFORM 050-LE-PARAMETRO  THRU 050-99-FIM
           PERFORM 100-ABRE-ARQUIVOS THRU 100-99-FIM
           PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           PERFORM TEST AFTER UNTIL AT-END-ENTRADA
              READ Entrada
                   AT END SET AT-END-ENTRADA TO TRUE
              END-READ
              IF   NOT AT-END-ENTRADA
               AND LINHA-ENTRADA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM 200-PROCESSA-LINHA THRU 200-99-FIM
              END-IF
           END-PERFORM
           PERFORM 700-IMPRIME-TOTAIS THRU 700-99-FIM
           CLOSE Entrada Rejeitos Listagem ReceberReg BaixaReg
           DISPLAY "Linhas lidas......: " WS-LIDAS
           DISPLAY "Baixas efetuadas..: " WS-BAIXAS
           DISPLAY "Titulos liquidados: " WS-LIQUIDADOS
           DISPLAY "Linhas rejeitadas.: " WS-REJEITADAS
           STOP RUN.

       050-LE-PARAMETRO.
           MOVE SPACES TO WS-PARM-LINHA
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           IF   WS-PARM-LINHA(1:3) IS NUMERIC
                MOVE WS-PARM-LINHA(1:3) TO WS-OPERADOR
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
       050-99-FIM. EXIT.

       100-ABRE-ARQUIVOS.
           OPEN INPUT Entrada
           IF   FS-Entrada > "09"
                DISPLAY "Nao foi possivel abrir " LB-Entrada
                        " - status " FS-Entrada
                STOP RUN
           END-IF
           OPEN I-O ReceberReg
           IF   FS-ReceberReg = "35"
                DISPLAY "Nenhum titulo a receber gravado."
                STOP RUN
           END-IF
           OPEN I-O BaixaReg
           IF   FS-BaixaReg = "35"
                OPEN OUTPUT BaixaReg
                CLOSE BaixaReg
                OPEN I-O BaixaReg
           END-IF
           OPEN OUTPUT Rejeitos
           OPEN OUTPUT Listagem
           IF   FS-ReceberReg > "09" OR FS-BaixaReg > "09"
             OR FS-Rejeitos > "09"   OR FS-Listagem > "09"
                DISPLAY "Erro ao abrir arquivos - "
                        FS-ReceberReg " " FS-BaixaReg " "
                        FS-Rejeitos " " FS-Listagem
                STOP RUN
           END-IF.
       100-99-FIM. EXIT.

       200-PROCESSA-LINHA.
           MOVE SPACES TO WS-MSG-ERRO
           INITIALIZE WS-REG
           MOVE LINHA-ENTRADA(1:1) TO WS-TIPO-LINHA
           IF   NOT WS-LINHA-PAGAMENTO
                MOVE "Tipo de linha invalido (use P)." TO WS-MSG-ERRO
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           UNSTRING LINHA-ENTRADA DELIMITED BY ";" INTO
                                       WS-TIPO-LINHA
                                       WS-FATURA
                                       WS-VALOR
                                       WS-DATA-PAGTO
           PERFORM 220-VALIDA-LINHA THRU 220-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 230-LE-TITULO THRU 230-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 300-BAIXA-TITULO THRU 300-99-FIM
           IF   WS-MSG-ERRO NOT = SPACES
                PERFORM 250-REJEITA THRU 250-99-FIM
                GO TO 200-99-FIM
           END-IF
           PERFORM 340-GRAVA-BAIXA THRU 340-99-FIM
           PERFORM 500-IMPRIME-DETALHE THRU 500-99-FIM
           ADD 1 TO WS-BAIXAS
           ADD WS-VALOR-PAGTO TO WS-TOTAL-RECEBIDO
           IF   REC-LIQUIDADO
                ADD 1 TO WS-LIQUIDADOS
           END-IF.
       200-99-FIM. EXIT.

       220-VALIDA-LINHA.
           IF   WS-FATURA IS NOT NUMERIC
                MOVE "Numero da fatura invalido." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   WS-VALOR-CHEIO    IS NOT NUMERIC
            OR  WS-VALOR-CENTAVOS IS NOT NUMERIC
                MOVE "Valor pago invalido." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-VALOR-CHEIO    TO WS-VALOR-PAGTO-CHEIO
           MOVE WS-VALOR-CENTAVOS TO WS-VALOR-PAGTO-CENT
           IF   WS-VALOR-PAGTO = ZEROS
                MOVE "Valor pago nao pode ser zero." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           IF   WS-DATA-PAGTO = SPACES
                MOVE WS-DATA-EXEC TO WS-DATA-BAIXA
                GO TO 220-99-FIM
           END-IF
           IF   WS-DATA-PAGTO IS NOT NUMERIC
                MOVE "Data de pagamento invalida." TO WS-MSG-ERRO
                GO TO 220-99-FIM
           END-IF
           MOVE WS-DATA-PAGTO TO WS-DATA-BAIXA
           IF   WS-DATA-BAIXA > WS-DATA-EXEC
                MOVE "Data de pagamento no futuro." TO WS-MSG-ERRO
           END-IF.
       220-99-FIM. EXIT.

       230-LE-TITULO.
           INITIALIZE RECEBER-REG
           MOVE WS-FATURA TO REC-FATURA
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-ReceberReg NOT = "9D"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
              READ ReceberReg
              IF   FS-ReceberReg = "9D"
                   ADD 1 TO WS-TENTATIVAS
                   CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
              END-IF
           END-PERFORM
           IF   FS-ReceberReg = "9D"
                MOVE "Registro em uso por outro usuario." TO
                     WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   FS-ReceberReg > "09"
                MOVE "Fatura sem titulo a receber." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           IF   REC-LIQUIDADO
                MOVE "Titulo ja liquidado." TO WS-MSG-ERRO
                GO TO 230-99-FIM
           END-IF
           COMPUTE WS-SALDO-ANTERIOR = REC-VALOR - REC-VALOR-PAGO
           IF   WS-VALOR-PAGTO > WS-SALDO-ANTERIOR
                MOVE "Valor pago maior que o saldo do titulo." TO
                     WS-MSG-ERRO
           END-IF.
       230-99-FIM. EXIT.

       250-REJEITA.
           INITIALIZE REJ-REG
           MOVE WS-MSG-ERRO    TO REJ-MOTIVO
           MOVE "|"            TO REJ-SEPARADOR
           MOVE LINHA-ENTRADA  TO REJ-LINHA
           WRITE REJ-REG
           ADD 1 TO WS-REJEITADAS.
       250-99-FIM. EXIT.

       300-BAIXA-TITULO.
           ADD WS-VALOR-PAGTO TO REC-VALOR-PAGO
           COMPUTE WS-SALDO-ATUAL = REC-VALOR - REC-VALOR-PAGO
           IF   WS-SALDO-ATUAL = ZEROS
                SET REC-LIQUIDADO TO TRUE
           ELSE
                SET REC-PARCIAL   TO TRUE
           END-IF
           IF   WS-DATA-BAIXA > REC-DATA-ULT-PAGTO
                MOVE WS-DATA-BAIXA TO REC-DATA-ULT-PAGTO
           END-IF
           REWRITE RECEBER-REG
           IF   FS-ReceberReg > "09"
                STRING "FileStatus " FS-ReceberReg
                       " ao regravar o titulo."
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-IF.
       300-99-FIM. EXIT.

       340-GRAVA-BAIXA.
           INITIALIZE BAIXA-REG
           MOVE REC-FATURA        TO BX-FATURA
           ACCEPT BX-DATA FROM DATE YYYYMMDD
           ACCEPT BX-HORA FROM TIME
           MOVE REC-COD-CLIENTE   TO BX-COD-CLIENTE
           MOVE WS-DATA-BAIXA     TO BX-DATA-PAGTO
           MOVE WS-VALOR-PAGTO    TO BX-VALOR
           MOVE WS-SALDO-ANTERIOR TO BX-SALDO-ANTERIOR
           MOVE WS-SALDO-ATUAL    TO BX-SALDO-ATUAL
           MOVE WS-OPERADOR       TO BX-OPERADOR
           MOVE 0 TO WS-TENTATIVAS
           PERFORM TEST AFTER UNTIL FS-BaixaReg NOT = "22"
                                 OR WS-TENTATIVAS = WS-MAX-TENTATIVAS
                   WRITE BAIXA-REG
                   IF   FS-BaixaReg = "22"
                        ADD 1 TO WS-TENTATIVAS
                        ADD 1 TO BX-HORA
                   END-IF
           END-PERFORM
           IF   FS-BaixaReg > "09"
                DISPLAY "FileStatus " FS-BaixaReg
                        " ao gravar a baixa da fatura " BX-FATURA
           END-IF.
       340-99-FIM. EXIT.

       400-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAGINA
           MOVE WS-DATA-EXEC TO WS-CAB1-DATA
           MOVE WS-PAGINA    TO WS-CAB1-PAGINA
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-1 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE WS-CABECALHO-2 TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 4 TO WS-LINHAS-PAGINA.
       400-99-FIM. EXIT.

       500-IMPRIME-DETALHE.
           IF   WS-LINHAS-PAGINA >= WS-MAX-LINHAS
                PERFORM 400-IMPRIME-CABECALHO THRU 400-99-FIM
           END-IF
           MOVE REC-FATURA       TO WD-FATURA
           MOVE REC-COD-CLIENTE  TO WD-COD-CLIENTE
           MOVE REC-NOME-CLIENTE TO WD-NOME
           MOVE WS-DATA-BAIXA    TO WD-DATA-PAGTO
           MOVE WS-VALOR-PAGTO   TO WD-VALOR
           MOVE WS-SALDO-ATUAL   TO WD-SALDO
           IF   REC-LIQUIDADO
                MOVE "LIQUIDADO" TO WD-SITUACAO
           ELSE
                MOVE "PARCIAL"   TO WD-SITUACAO
           END-IF
           MOVE WS-DETALHE TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           ADD 1 TO WS-LINHAS-PAGINA.
       500-99-FIM. EXIT.

       700-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Baixas efetuadas............:" TO WTL-ROTULO
           MOVE WS-BAIXAS      TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Titulos liquidados..........:" TO WTL-ROTULO
           MOVE WS-LIQUIDADOS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Linhas rejeitadas...........:" TO WTL-ROTULO
           MOVE WS-REJEITADAS  TO WTL-QUANTIDADE
           MOVE WS-TOTAL-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM
           MOVE "Total recebido..............:" TO WVL-ROTULO
           MOVE WS-TOTAL-RECEBIDO TO WVL-VALOR
           MOVE WS-VALOR-LINHA TO LINHA-LISTAGEM
           WRITE LINHA-LISTAGEM.
       700-99-FIM. EXIT.

       END PROGRAM PHPCAD30.
