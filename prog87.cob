           DISPLAY "DEPARTAMENTOS ESTOURADOS NO MES: "
               WS-QTD-ESTOURADOS.

      *> O REALIZADO E O BRUTO DE TODAS AS FOLHAS DA COMPETENCIA,
      *> A NORMAL E AS COMPLEMENTARES (PROG114)
       ACUMULAR-REALIZADO-DO-ANO.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-INICIO-DO-ANO TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN
               FOLHAHIST-CHAVE
               INVALID KEY
