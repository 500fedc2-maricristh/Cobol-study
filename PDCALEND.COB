           IF CALEND-DIA-UTIL
               ADD 1 TO WS-CALEND-DIAS-UTEIS
           END-IF.

      *> CONTA OS DIAS DE REPOUSO REMUNERADO (DSR) DA COMPETENCIA EM
      *> WS-CALEND-COMPETENCIA: DOMINGOS E FERIADOS NACIONAIS OU
      *> MUNICIPAIS EM QUALQUER DIA DA SEMANA. A PONTE NAO E REPOUSO
      *> LEGAL (E COMPENSADA) E O SABADO E DIA UTIL NAO TRABALHADO.
      *> RESULTADO EM WS-CALEND-DIAS-REPOUSO
       CALEND-CONTAR-DIAS-REPOUSO.
           MOVE ZEROS TO WS-CALEND-DIAS-REPOUSO.
           PERFORM CALEND-ULTIMO-DIA-DO-MES.
           PERFORM CALEND-SOMAR-DIA-REPOUSO
               VARYING WS-CALEND-DIA FROM 1 BY 1
               UNTIL WS-CALEND-DIA > WS-CALEND-ULTIMO-DIA.

       CALEND-SOMAR-DIA-REPOUSO.
           COMPUTE WS-CALEND-DATA =
               WS-CALEND-COMPETENCIA * 100 + WS-CALEND-DIA.
           COMPUTE WS-CALEND-DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE(WS-CALEND-DATA).
           COMPUTE WS-CALEND-DIA-SEMANA =
               FUNCTION MOD(WS-CALEND-DIA-CORRIDO, 7).
           IF WS-CALEND-DIA-SEMANA = ZERO
               ADD 1 TO WS-CALEND-DIAS-REPOUSO
           ELSE
               MOVE WS-CALEND-DATA TO CALEND-DATA
               READ ARQUIVO-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FERIADO-NACIONAL OR FERIADO-MUNICIPAL
                           ADD 1 TO WS-CALEND-DIAS-REPOUSO
                       END-IF
               END-READ
           END-IF.
