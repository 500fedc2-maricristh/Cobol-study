      *> GOZADOS (PROG54) PELO SALARIO VIGENTE MAIS O TERCO, CALCULA
      *> OS AVOS DE 13 DO ANO CORRENTE A PARTIR DE
      *> FUNCIONARIO-DT-ADMISSAO (MESMO CRITERIO DO PROG55) E FECHA
      *> COM OS TOTAIS POR DEPARTAMENTO E O TOTAL GERAL DA EMPRESA.
      *> O HORISTA E VALORADO PELA MEDIA DAS HORAS DO PONTO NOS 12
      *> MESES ANTERIORES AO MES CORRENTE (PDHORISTA); O ADICIONAL DE
      *> INSALUBRIDADE OU PERICULOSIDADE DO CARGO ENTRA NA BASE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".

           DATA DIVISION.
           FILE SECTION.
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDCALEND TAB (CALENDARIO DE FERIADOS DO PROG83)
           COPY "FDCALEND.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           05  WS-VL-GERAL-EDIT  PIC ZZZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           MOVE LOW-VALUES TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           PERFORM SPOOL-ENCERRAR.
       PROGRAM-DONE.
        GOBACK.
           IF FUNCIONARIO-ATIVO
               PERFORM APURAR-FERIAS-DEVIDAS
               PERFORM APURAR-AVOS-13
               COMPUTE WS-HOR-COMPETENCIA =
                   WS-ANO-HOJE * 100 + WS-MES-HOJE
               PERFORM HOR-APURAR-SALARIO-BASE
               MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE
               PERFORM ADIC-APURAR-ADICIONAL
               COMPUTE WS-VL-PROV-FERIAS ROUNDED =
                   (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
                   WS-DIAS-FERIAS-DEVIDOS / 30
               COMPUTE WS-VL-PROV-TERCO ROUNDED =
                   WS-VL-PROV-FERIAS / 3
               COMPUTE WS-VL-PROV-13 ROUNDED =
                   (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
                   WS-AVOS-13 / 12
               COMPUTE WS-VL-PROV-FUNC = WS-VL-PROV-FERIAS +
                   WS-VL-PROV-TERCO + WS-VL-PROV-13
               IF WS-VL-PROV-FUNC > ZERO

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".
