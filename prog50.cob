               MOVE BACKUP-CPF TO FUNCIONARIO-CPF
           END-IF.
           MOVE BACKUP-TURNO         TO FUNCIONARIO-TURNO.
      *> GERACAO ANTERIOR AO TIPO DE CONTRATO: TIPO EM BRANCO VIRA
      *> "C" (CLT POR PRAZO INDETERMINADO) E O FIM DO CONTRATO,
      *> AUSENTE, VIRA ZEROS
           IF BACKUP-TIPO-CONTRATO = SPACE
               MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO
           ELSE
               MOVE BACKUP-TIPO-CONTRATO TO FUNCIONARIO-TIPO-CONTRATO
           END-IF.
           IF BACKUP-DT-FIM-CONTRATO NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO
           ELSE
               MOVE BACKUP-DT-FIM-CONTRATO
                   TO FUNCIONARIO-DT-FIM-CONTRATO
           END-IF.
      *> GERACAO ANTERIOR A FORMA DE PAGAMENTO: TIPO EM BRANCO VIRA
      *> "M" (MENSALISTA) E O VALOR DA HORA, AUSENTE, VIRA ZEROS
           IF BACKUP-TIPO-SALARIO = SPACE
               MOVE "M" TO FUNCIONARIO-TIPO-SALARIO
           ELSE
               MOVE BACKUP-TIPO-SALARIO TO FUNCIONARIO-TIPO-SALARIO
           END-IF.
           IF BACKUP-VALOR-HORA NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-VALOR-HORA
           ELSE
               MOVE BACKUP-VALOR-HORA TO FUNCIONARIO-VALOR-HORA
           END-IF.
      *> GERACAO ANTERIOR AO GESTOR IMEDIATO: AUSENTE, VIRA ZEROS
      *> (SEM GESTOR)
           IF BACKUP-GESTOR NOT NUMERIC
               MOVE ZEROS TO FUNCIONARIO-GESTOR
           ELSE
               MOVE BACKUP-GESTOR TO FUNCIONARIO-GESTOR
           END-IF.
           WRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO RESTAURAR O CODIGO "
