      *> O PROG71 ENCADEIA O FECHAMENTO, MAS O RESTO DO DIA OPERACIONAL
      *> (BACKUP PROG39, AUDITORIA PROG60, RELATORIO PROG65) DEPENDIA
      *> DA MEMORIA DO OPERADOR. AQUI FICA A TABELA DE JOBS
      *> OBRIGATORIOS POR DIA, SEMANA OU MES, COM A DEPENDENCIA DE CADA
      *> UM, E O DESPACHO: O JORNAL DE EXECUCAO (PDJORNAL TAB) DIZ O
      *> QUE JA TERMINOU COM SUCESSO NO PERIODO, O QUE JA RODOU E
      *> PULADO NUMA REEXECUCAO, O QUE TEM DEPENDENCIA PENDENTE FICA
           05  AGJ-PROGRAMA      PIC X(08).
           05  AGJ-PERIODICIDADE PIC X(01).
               88  AGJ-DIARIO          VALUE "D".
               88  AGJ-SEMANAL         VALUE "S".
               88  AGJ-MENSAL          VALUE "M".
           05  AGJ-DEPENDENCIA   PIC X(08).
           05  AGJ-STATUS        PIC X(01).
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-MES-HOJE       PIC 9(06) VALUE ZEROS.
       01  WS-MES-JORNAL     PIC 9(06) VALUE ZEROS.
      *> SEMANA CORRIDA (SEGUNDA A DOMINGO) CONTADA DESDE 01/01/1601,
      *> QUE CAIU NUMA SEGUNDA-FEIRA, PARA OS JOBS SEMANAIS
       01  WS-SEMANA-HOJE    PIC 9(06) VALUE ZEROS.
       01  WS-SEMANA-JORNAL  PIC 9(06) VALUE ZEROS.
       01  WS-PROGRAMA-CHAMADO PIC X(08).
       01  WS-TOTAL-EXECUTADOS PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-PULADOS  PIC 9(02) VALUE ZEROS.
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:8) TO AGJ-PROGRAMA.
           DISPLAY "PERIODICIDADE (D=DIARIO S=SEMANAL M=MENSAL): ".
           ACCEPT AGJ-PERIODICIDADE.
           IF NOT AGJ-DIARIO AND NOT AGJ-SEMANAL AND NOT AGJ-MENSAL
               DISPLAY "PERIODICIDADE INVALIDA, ASSUMINDO DIARIO"
               MOVE "D" TO AGJ-PERIODICIDADE
           END-IF.
           END-READ.

      *> DESPACHO: MARCA COMO CONCLUIDO O QUE O JORNAL JA CERTIFICOU
      *> NO PERIODO (DIA PARA OS DIARIOS, SEMANA PARA OS SEMANAIS,
      *> MES PARA OS MENSAIS) E RODA
      *> O RESTANTE NA ORDEM DA AGENDA, SEGURANDO QUEM TEM
      *> DEPENDENCIA NAO CONCLUIDA; O RELATORIO DO DESPACHO REGISTRA
      *> O MOTIVO DE CADA PULO OU RETENCAO
       DESPACHAR-JOBS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-MES-HOJE = WS-DATA-HOJE / 100.
           COMPUTE WS-SEMANA-HOJE =
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1) / 7.
           PERFORM CARREGAR-AGENDA.
           IF WS-QTD-JOBS = ZERO
               DISPLAY "AGENDA VAZIA, NADA A DESPACHAR"
       EXAMINAR-EVENTO-JORNAL.
           IF JORNAL-FIM AND JORNAL-SUCESSO
               COMPUTE WS-MES-JORNAL = JORNAL-DATA / 100
               COMPUTE WS-SEMANA-JORNAL =
                   (FUNCTION INTEGER-OF-DATE(JORNAL-DATA) - 1) / 7
               PERFORM MARCAR-JOB-CONCLUIDO
                   VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-JOBS
               AND WS-JOB-SITUACAO(WS-IDX-DEP) = SPACE
               IF (WS-JOB-PERIODO(WS-IDX-DEP) = "D"
                   AND JORNAL-DATA = WS-DATA-HOJE)
                   OR (WS-JOB-PERIODO(WS-IDX-DEP) = "S"
                   AND WS-SEMANA-JORNAL = WS-SEMANA-HOJE)
                   OR (WS-JOB-PERIODO(WS-IDX-DEP) = "M"
                   AND WS-MES-JORNAL = WS-MES-HOJE)
                   MOVE "C" TO WS-JOB-SITUACAO(WS-IDX-DEP)
