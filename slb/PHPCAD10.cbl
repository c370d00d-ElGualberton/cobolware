                      *                                               *
                      *  Manutencao de precos agendados (PrecoAgnd):  *
                      *  catalogo, codigo, data de vigencia e novo    *
                      *  preco. A ativacao na data e feita pelo batch *
                      *  noturno PHPCAD11. Agendamento em aprovacao   *
                      *  (E) nao altera nem exclui; rejeitado (R)     *
                      *  pode ser corrigido e volta a pendente        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 PA-SITUACAO                 PIC  X(001).
              88 PA-PENDENTE                  VALUE "P".
              88 PA-APLICADO                  VALUE "A".
              88 PA-EM-APROVACAO              VALUE "E".
              88 PA-REJEITADO                 VALUE "R".

       WORKING-STORAGE SECTION.

                                PERFORM 910-DADOS-INVALIDOS THRU
                                        910-99-FIM
                           END-IF
                           IF   PA-EM-APROVACAO
                                MOVE "Preco em aprovacao nao altera."
                                     TO WS-MSG-ERRO
                                PERFORM 910-DADOS-INVALIDOS THRU
                                        910-99-FIM
                           END-IF
                           PERFORM 320-VALIDA-DADOS THRU 320-99-FIM
                           MOVE WS-PRECO-CHEIO    TO
                                PA-PRECO-NOVO(1:8)
                           MOVE WS-PRECO-CENTAVOS TO
                                PA-PRECO-NOVO(9:2)
                           SET PA-PENDENTE TO TRUE
                           REWRITE PRECO-AGND-REG
                      END-IF
                 WHEN DELETE-REG
                      PERFORM 315-MOVE-DATA-EFETIVA THRU 315-99-FIM
                      PERFORM 305-LE-COM-ESPERA THRU 305-99-FIM
                      IF   FS-PrecoAgnd < "10"
                       AND PA-EM-APROVACAO
                           MOVE "Preco em aprovacao nao exclui."
                                TO WS-MSG-ERRO
                           PERFORM 910-DADOS-INVALIDOS THRU 910-99-FIM
                      END-IF
                      IF   FS-PrecoAgnd < "10"
                           DELETE PrecoAgnd Record
                      END-IF
