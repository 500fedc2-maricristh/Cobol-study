           MOVE "N" TO WS-REAJUSTE-OK.
           ADD 1 TO WS-TOTAL-REJEITADOS.

      *> NO HORISTA O REAJUSTE DO SALARIO DE REFERENCIA SE REFLETE
      *> NO VALOR DA HORA (REFERENCIA DE 220 HORAS MENSAIS)
       GRAVAR-NOVO-SALARIO.
           MOVE WS-SALARIO-NOVO TO FUNCIONARIO-SALARIO.
           IF SALARIO-HORISTA
               COMPUTE FUNCIONARIO-VALOR-HORA ROUNDED =
                   FUNCIONARIO-SALARIO / 220
           END-IF.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REAJUSTAR O CODIGO "
