           MOVE FUNCIONARIO-TIPO-CONTA   TO BACKUP-TIPO-CONTA.
           MOVE FUNCIONARIO-CPF          TO BACKUP-CPF.
           MOVE FUNCIONARIO-TURNO        TO BACKUP-TURNO.
           MOVE FUNCIONARIO-TIPO-CONTRATO TO BACKUP-TIPO-CONTRATO.
           MOVE FUNCIONARIO-DT-FIM-CONTRATO TO BACKUP-DT-FIM-CONTRATO.
           MOVE FUNCIONARIO-TIPO-SALARIO TO BACKUP-TIPO-SALARIO.
           MOVE FUNCIONARIO-VALOR-HORA   TO BACKUP-VALOR-HORA.
           MOVE FUNCIONARIO-GESTOR       TO BACKUP-GESTOR.
           WRITE BACKUP-REGISTRO.
           ADD 1 TO WS-TOTAL-COPIADOS.
           PERFORM LER-PROXIMO-REGISTRO.
