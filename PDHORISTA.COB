      *> PDHORISTA TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE
      *> HOURLY-PAY AVERAGE FACILITY. COPIED INTO ANY PROGRAM THAT
      *> ALSO COPIES WSHORISTA.COB AND THE CALENDAR FACILITY E ABRE
      *> ARQUIVO-PONTO E ARQUIVO-CALENDARIO PARA LEITURA. O
      *> FUNCIONARIO DEVE ESTAR NO BUFFER FUNCIONARIO-REGISTRO.

      *> SALARIO MENSAL QUE SERVE DE BASE PARA 13, FERIAS E RESCISAO:
      *> NO MENSALISTA E O PROPRIO FUNCIONARIO-SALARIO; NO HORISTA E
      *> A MEDIA MENSAL DAS HORAS DO PONTO (HORAS TRABALHADAS MAIS O
      *> DSR DE CADA MES, PELO CALENDARIO) NOS 12 MESES ANTERIORES A
      *> WS-HOR-COMPETENCIA, VEZES O VALOR DA HORA. HORISTA SEM PONTO
      *> NA JANELA (RECEM-ADMITIDO) FICA NO SALARIO DE REFERENCIA.
      *> A VARREDURA MEXE NO CALENDARIO, QUE E DEVOLVIDO NO FIM A
      *> COMPETENCIA QUE O CHAMADOR TINHA POSICIONADO
       HOR-APURAR-SALARIO-BASE.
           MOVE FUNCIONARIO-SALARIO TO WS-HOR-SALARIO-BASE.
           MOVE ZEROS TO WS-HOR-MEDIA-HORAS WS-HOR-QTD-MESES
               WS-HOR-HORAS-TOTAL.
           IF SALARIO-HORISTA
               PERFORM HOR-SOMAR-HORAS-DA-JANELA
               IF WS-HOR-QTD-MESES > ZERO
                   COMPUTE WS-HOR-MEDIA-HORAS ROUNDED =
                       WS-HOR-HORAS-TOTAL / WS-HOR-QTD-MESES
                   COMPUTE WS-HOR-SALARIO-BASE ROUNDED =
                       WS-HOR-MEDIA-HORAS * FUNCIONARIO-VALOR-HORA
               END-IF
           END-IF.

       HOR-SOMAR-HORAS-DA-JANELA.
           MOVE WS-CALEND-COMPETENCIA TO WS-HOR-CALEND-SALVO.
           COMPUTE WS-HOR-COMP-INICIO = WS-HOR-COMPETENCIA - 100.
           MOVE ZEROS TO WS-HOR-COMP-LIDA WS-HOR-HORAS-MES.
           MOVE "N" TO WS-HOR-FIM-PONTO.
           MOVE FUNCIONARIO-CODIGO TO PONTO-CODIGO.
           MOVE WS-HOR-COMP-INICIO TO PONTO-DATA-ANOMES.
           MOVE 01 TO PONTO-DATA-DIA.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-HOR-FIM-PONTO
           END-START.
           PERFORM HOR-LER-PONTO UNTIL HOR-ACABOU-PONTO.
           PERFORM HOR-FECHAR-MES.
           MOVE WS-HOR-CALEND-SALVO TO WS-CALEND-COMPETENCIA.
           PERFORM CALEND-ULTIMO-DIA-DO-MES.

       HOR-LER-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-HOR-FIM-PONTO
               NOT AT END
                   IF PONTO-CODIGO NOT = FUNCIONARIO-CODIGO
                       OR PONTO-DATA-ANOMES NOT < WS-HOR-COMPETENCIA
                       MOVE "S" TO WS-HOR-FIM-PONTO
                   ELSE
                       IF PONTO-DATA-ANOMES NOT = WS-HOR-COMP-LIDA
                           PERFORM HOR-FECHAR-MES
                           MOVE PONTO-DATA-ANOMES TO WS-HOR-COMP-LIDA
                       END-IF
                       IF PONTO-DIA-TRABALHADO
                           ADD PONTO-HORAS-TRABALHADAS
                               TO WS-HOR-HORAS-MES
                       END-IF
                   END-IF
           END-READ.

      *> FECHA O MES LIDO: AS HORAS DO MES MAIS O DSR PROPORCIONAL
      *> (HORAS / DIAS DE TRABALHO X DIAS DE REPOUSO DO CALENDARIO)
       HOR-FECHAR-MES.
           IF WS-HOR-COMP-LIDA NOT = ZEROS
               MOVE WS-HOR-COMP-LIDA TO WS-CALEND-COMPETENCIA
               PERFORM CALEND-CONTAR-DIAS-REPOUSO
               COMPUTE WS-HOR-DIAS-TRABALHO =
                   WS-CALEND-ULTIMO-DIA - WS-CALEND-DIAS-REPOUSO
               MOVE ZEROS TO WS-HOR-DSR-HORAS
               IF WS-HOR-DIAS-TRABALHO > ZERO
                   COMPUTE WS-HOR-DSR-HORAS ROUNDED =
                       WS-HOR-HORAS-MES * WS-CALEND-DIAS-REPOUSO /
                       WS-HOR-DIAS-TRABALHO
               END-IF
               ADD WS-HOR-HORAS-MES WS-HOR-DSR-HORAS
                   TO WS-HOR-HORAS-TOTAL
               ADD 1 TO WS-HOR-QTD-MESES
               MOVE ZEROS TO WS-HOR-HORAS-MES WS-HOR-COMP-LIDA
           END-IF.
