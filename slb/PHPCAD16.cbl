                      *  Fotografia de fechamento mensal do estoque:  *
                      *  copia todos os registros de EstoqueReg para  *
                      *  o arquivo de posicoes EstoquePos com o       *
                      *  periodo (AAAAMM) e o deposito na chave,      *
                      *  preservando o saldo e o custo medio do       *
                      *  fechamento. A reexecucao do mesmo periodo    *
                      *  regrava a posicao. O PHPREL07 le este        *
                      *  arquivo para a evolucao de saldos            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 EST-CHAVE.
              10 EST-CATALOGO             PIC  9(003).
              10 EST-CODIGO               PIC  9(005).
              10 EST-DEPOSITO             PIC  9(003).
           05 EST-SALDO                   PIC  9(007)V99.
           05 EST-DATA-MOVTO.
              10 EST-DATA                 PIC  9(008).
              10 EP-CATALOGO              PIC  9(003).
              10 EP-CODIGO                PIC  9(005).
              10 EP-PERIODO               PIC  9(006).
              10 EP-DEPOSITO              PIC  9(003).
           05 EP-SALDO                    PIC  9(007)V99.
           05 EP-CUSTO-MEDIO              PIC  9(008)V99.
           05 EP-DATA-GERACAO             PIC  9(008).
           MOVE EST-CATALOGO    TO EP-CATALOGO
           MOVE EST-CODIGO      TO EP-CODIGO
           MOVE WS-PERIODO      TO EP-PERIODO
           MOVE EST-DEPOSITO    TO EP-DEPOSITO
           MOVE EST-SALDO       TO EP-SALDO
           MOVE EST-CUSTO-MEDIO TO EP-CUSTO-MEDIO
           ACCEPT EP-DATA-GERACAO FROM DATE YYYYMMDD
           ADD 1 TO WS-COM-ERRO
           DISPLAY "FileStatus " FS-EstoquePos
                   " ao gravar posicao " EST-CATALOGO " "
                   EST-CODIGO " " EST-DEPOSITO " " WS-PERIODO.
       250-99-FIM. EXIT.

       END PROGRAM PHPCAD16.
