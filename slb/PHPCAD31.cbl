       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHPCAD31.
       AUTHOR.        ElGualberton.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Gerador da interface de contas a receber     *
                      *  para a contabilidade: arquivo de layout fixo *
                      *  EXTREC_AAAAMMDD.TXT com header de geracao,   *
                      *  um detalhe por titulo em aberto (saldo maior *
                      *  que zero) e trailer com contagem e hash      *
                      *  total dos saldos                             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ReceberReg ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS REC-FATURA
                  ALTERNATE RECORD KEY IS REC-COD-CLIENTE
                                          WITH DUPLICATES
                  LOCK MODE     IS AUTOMATIC
                  FILE STATUS   IS FS-ReceberReg.

           SELECT Extrato ASSIGN TO LB-Extrato
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-Extrato.

       DATA DIVISION.
       FILE SECTION.

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

       FD  Extrato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-Extrato.

       01  LINHA-EXTRATO                  PIC  X(070).

       WORKING-STORAGE SECTION.

       01  WS-REG-HEADER.
           05 WH-TIPO-REG                 PIC  X(001) VALUE "H".
           05 WH-DATA-GERACAO             PIC  9(008).
           05 WH-HORA-GERACAO             PIC  9(006).
           05 FILLER                      PIC  X(055) VALUE SPACES.

       01  WS-REG-DETALHE.
           05 WD-TIPO-REG                 PIC  X(001) VALUE "D".
           05 WD-FATURA                   PIC  9(006).
           05 WD-COD-CLIENTE              PIC  9(006).
           05 WD-PEDIDO                   PIC  9(006).
           05 WD-DATA-EMISSAO             PIC  9(008).
           05 WD-DATA-VENCTO              PIC  9(008).
           05 WD-VALOR                    PIC  9(009)V99.
           05 WD-VALOR-PAGO               PIC  9(009)V99.
           05 WD-SALDO                    PIC  9(009)V99.
           05 WD-SITUACAO                 PIC  X(001).
           05 FILLER                      PIC  X(001) VALUE SPACES.

       01  WS-REG-TRAILER.
           05 WT-TIPO-REG                 PIC  X(001) VALUE "T".
           05 WT-REGISTROS                PIC  9(006).
           05 WT-HASH-SALDO               PIC  9(013)V99.
           05 FILLER                      PIC  X(048) VALUE SPACES.

       01  AREAS-DE-TRABALHO-1.
           05 FS-ReceberReg               PIC  X(002) VALUE "00".
           05 LB-ReceberReg               PIC  X(050) VALUE
              "ReceberReg".
           05 FS-Extrato                  PIC  X(002) VALUE "00".
           05 LB-Extrato                  PIC  X(050) VALUE SPACES.
           05 WS-NOME-FINAL               PIC  X(050) VALUE SPACES.
           05 WS-RENAME-RC                PIC  S9(009) COMP-5 VALUE 0.
           05 WS-DATA-EXEC                PIC  9(008) VALUE ZEROS.
           05 WS-SALDO                    PIC  9(009)V99 VALUE ZEROS.
           05 WS-REGISTROS                PIC  9(006) VALUE ZEROS.
           05 WS-HASH-SALDO               PIC  9(013)V99 VALUE ZEROS.
           05 WS-FIM-ReceberReg           PIC  X(001) VALUE "N".
              88 AT-END-ReceberReg            VALUE "S".

       PROCEDURE DIVISION.
       000-INICIO.

           OPEN INPUT ReceberReg
           IF   FS-ReceberReg > "09"
                DISPLAY "Nao foi possivel abrir ReceberReg - status "
                        FS-ReceberReg
                STOP RUN
           END-IF
           PERFORM 070-MONTA-NOME-EXTRATO THRU 070-99-FIM
           PERFORM 090-GRAVA-HEADER       THRU 090-99-FIM
           PERFORM TEST AFTER UNTIL AT-END-ReceberReg
                   READ ReceberReg NEXT RECORD
                                   IGNORE LOCK
                        AT END SET AT-END-ReceberReg TO TRUE
                   END-READ
                   IF   NOT AT-END-ReceberReg
                    AND FS-ReceberReg > "09"
                        SET AT-END-ReceberReg TO TRUE
                   END-IF
                   IF   NOT AT-END-ReceberReg
                    AND NOT REC-LIQUIDADO
                    AND REC-VALOR > REC-VALOR-PAGO
                        PERFORM 100-GRAVA-DETALHE THRU 100-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 110-FINALIZA-EXTRATO THRU 110-99-FIM
           CLOSE ReceberReg
           DISPLAY WS-REGISTROS " titulo(s) em aberto extraido(s)."
           STOP RUN.

       070-MONTA-NOME-EXTRATO.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           INITIALIZE WS-NOME-FINAL
           STRING "EXTREC_"
                  WS-DATA-EXEC
                  ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-FINAL
           INITIALIZE LB-Extrato
           STRING WS-NOME-FINAL DELIMITED BY SPACE
                  ".tmp"        DELIMITED BY SIZE
                  INTO LB-Extrato.
       070-99-FIM. EXIT.

       090-GRAVA-HEADER.
           OPEN OUTPUT Extrato
           IF   FS-Extrato > "09"
                DISPLAY "Nao foi possivel abrir " LB-Extrato
                        " - status " FS-Extrato
                STOP RUN
           END-IF
           MOVE WS-DATA-EXEC TO WH-DATA-GERACAO
           ACCEPT WH-HORA-GERACAO FROM TIME
           MOVE WS-REG-HEADER TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.
       090-99-FIM. EXIT.

       100-GRAVA-DETALHE.
           COMPUTE WS-SALDO = REC-VALOR - REC-VALOR-PAGO
           MOVE REC-FATURA       TO WD-FATURA
           MOVE REC-COD-CLIENTE  TO WD-COD-CLIENTE
           MOVE REC-PEDIDO       TO WD-PEDIDO
           MOVE REC-DATA-EMISSAO TO WD-DATA-EMISSAO
           MOVE REC-DATA-VENCTO  TO WD-DATA-VENCTO
           MOVE REC-VALOR        TO WD-VALOR
           MOVE REC-VALOR-PAGO   TO WD-VALOR-PAGO
           MOVE WS-SALDO         TO WD-SALDO
           MOVE REC-SITUACAO     TO WD-SITUACAO
           MOVE WS-REG-DETALHE TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           ADD 1 TO WS-REGISTROS
           ADD WS-SALDO TO WS-HASH-SALDO.
       100-99-FIM. EXIT.

       110-FINALIZA-EXTRATO.
           MOVE WS-REGISTROS  TO WT-REGISTROS
           MOVE WS-HASH-SALDO TO WT-HASH-SALDO
           MOVE WS-REG-TRAILER TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           CLOSE Extrato
           CALL "CBL_DELETE_FILE" USING WS-NOME-FINAL
                                  RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING LB-Extrato WS-NOME-FINAL
                                  RETURNING WS-RENAME-RC
           IF   WS-RENAME-RC NOT = 0
                DISPLAY "Erro " WS-RENAME-RC
                        " ao renomear " LB-Extrato
                        " para " WS-NOME-FINAL
           END-IF.
       110-99-FIM. EXIT.

       END PROGRAM PHPCAD31.
