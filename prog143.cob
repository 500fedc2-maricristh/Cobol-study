       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG143.
      *> PROGRAMA DO INDICE DE ABSENTEISMO POR DEPARTAMENTO
      *> PARA UMA FAIXA DE COMPETENCIAS (ATE 12 MESES) CALCULA, POR
      *> FUNCIONARIO E POR DEPARTAMENTO, AS HORAS PREVISTAS (DIAS
      *> UTEIS DO CALENDARIO DO PROG83 DESDE A ADMISSAO, JORNADA DE
      *> 8 HORAS COMO NO PROG41) E AS HORAS PERDIDAS POR TIPO: FALTA
      *> INJUSTIFICADA E JUSTIFICADA DO PONTO, AUXILIO DOENCA,
      *> ACIDENTE E LICENCA MATERNIDADE DOS AFASTAMENTOS DO PROG96.
      *> DIA COBERTO POR AFASTAMENTO CONTA SO PELO AFASTAMENTO, MESMO
      *> COM FALTA LANCADA NO PONTO; LICENCA NAO REMUNERADA NAO E
      *> AUSENCIA E SAI DAS HORAS PREVISTAS. O INDICE BRADFORD
      *> (EPISODIOS AO QUADRADO VEZES DIAS AUSENTES, SEM CONTAR A
      *> MATERNIDADE) DESTACA AS AUSENCIAS CURTAS E FREQUENTES; O
      *> EPISODIO E UMA SEQUENCIA DE DIAS UTEIS AUSENTES SEGUIDOS.
      *> CADA DEPARTAMENTO LISTA PRIMEIRO OS MAIORES INDICES. O
      *> RELATORIO FECHA COM A EVOLUCAO MES A MES DA EMPRESA CONTRA
      *> OS MESMOS MESES DO ANO ANTERIOR. INATIVO SO ENTRA NOS MESES
      *> EM QUE TEM PONTO LANCADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
           SELECT WORK-ORDENACAO ASSIGN TO "WORKABSENTEISMO".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDAFASTAMENTO TAB
           COPY "FDAFASTAMENTO.COB".
      *> FDCALEND TAB
           COPY "FDCALEND.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       SD  WORK-ORDENACAO.
       01  WORK-REGISTRO.
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-BRADFORD     PIC 9(08).
           05  WORK-CODIGO       PIC 9(05).
           05  WORK-NOME         PIC X(30).
           05  WORK-PREVISTAS    PIC 9(05).
           05  WORK-INJUSTIFICADAS PIC 9(05).
           05  WORK-JUSTIFICADAS PIC 9(05).
           05  WORK-DOENCA       PIC 9(05).
           05  WORK-ACIDENTE     PIC 9(05).
           05  WORK-MATERNIDADE  PIC 9(05).
           05  WORK-EPISODIOS    PIC 9(03).
           05  WORK-DIAS-AUSENTE PIC 9(03).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSCALEND TAB (DIAS UTEIS DO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".
      *> O RELATORIO SAI FILTRADO PELA EMPRESA DA SESSAO; FORA DO
      *> MENU (AGENDA DE JOBS) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DOS-AFASTAMENTOS PIC X(01) VALUE "N".
           88  ACABOU-AFASTAMENTOS   VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".
       01  WS-FAIXA-VALIDA   PIC X(01) VALUE "N".
           88  FAIXA-VALIDA          VALUE "S".
      *> FAIXA DE COMPETENCIAS PEDIDA E OS MESES QUE ELA COBRE, COM
      *> OS TOTAIS DA EMPRESA NO MES E NO MESMO MES DO ANO ANTERIOR
       01  WS-COMP-INICIAL   PIC 9(06) VALUE ZEROS.
       01  WS-COMP-FINAL     PIC 9(06) VALUE ZEROS.
       01  WS-COMP-CORRENTE  PIC 9(06) VALUE ZEROS.
       01  WS-MES-DA-COMP    PIC 9(02) VALUE ZEROS.
       01  WS-QTD-MESES      PIC 9(02) VALUE ZEROS.
       01  WS-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-MESES-TABELA.
           05  WS-MES-ENTRADA OCCURS 12 TIMES.
               10  WS-MES-COMPETENCIA PIC 9(06).
               10  WS-MES-PREVISTAS   PIC 9(07).
               10  WS-MES-PERDIDAS    PIC 9(07).
               10  WS-MES-PREVISTAS-ANT PIC 9(07).
               10  WS-MES-PERDIDAS-ANT PIC 9(07).
      *> "A" = FAIXA PEDIDA (RELATORIO E TENDENCIA); "P" = MESMO MES
      *> DO ANO ANTERIOR (SO A TENDENCIA)
       01  WS-PERIODO        PIC X(01) VALUE "A".
           88  PERIODO-ATUAL         VALUE "A".
           88  PERIODO-ANTERIOR      VALUE "P".
      *> AFASTAMENTOS DO FUNCIONARIO, CARREGADOS UMA VEZ POR
      *> FUNCIONARIO PARA A CONFERENCIA DE CADA DIA UTIL
       01  WS-QTD-AFAST      PIC 9(02) VALUE ZEROS.
       01  WS-IDX-AFAST      PIC 9(02) VALUE ZEROS.
       01  WS-AFAST-TABELA.
           05  WS-AFAST-ENTRADA OCCURS 30 TIMES.
               10  WS-AF-INICIO       PIC 9(08).
               10  WS-AF-TIPO         PIC X(02).
               10  WS-AF-RETORNO-PREV PIC 9(08).
               10  WS-AF-RETORNO-REAL PIC 9(08).
      *> APURACAO DO DIA: TIPO DA PERDA ("FI" FALTA INJUSTIFICADA,
      *> "FJ" JUSTIFICADA OU O TIPO DO AFASTAMENTO); BRANCO = PRESENTE
       01  WS-HORAS-POR-DIA  PIC 9(02) VALUE 8.
       01  WS-DATA-ADMISSAO  PIC 9(08) VALUE ZEROS.
       01  WS-ADMISSAO-ANOMES PIC 9(06) VALUE ZEROS.
       01  WS-DIA-MES        PIC 9(02) VALUE ZEROS.
       01  WS-DATA-DIA       PIC 9(08) VALUE ZEROS.
       01  WS-TIPO-PERDA     PIC X(02) VALUE SPACES.
       01  WS-MES-ELEGIVEL   PIC X(01) VALUE "N".
           88  MES-ELEGIVEL          VALUE "S".
       01  WS-AUSENTE-ANTERIOR PIC X(01) VALUE "N".
           88  DIA-ANTERIOR-AUSENTE  VALUE "S".
      *> ACUMULADORES DO FUNCIONARIO NA FAIXA PEDIDA
       01  WS-FUN-PREVISTAS  PIC 9(05) VALUE ZEROS.
       01  WS-FUN-INJUSTIFICADAS PIC 9(05) VALUE ZEROS.
       01  WS-FUN-JUSTIFICADAS PIC 9(05) VALUE ZEROS.
       01  WS-FUN-DOENCA     PIC 9(05) VALUE ZEROS.
       01  WS-FUN-ACIDENTE   PIC 9(05) VALUE ZEROS.
       01  WS-FUN-MATERNIDADE PIC 9(05) VALUE ZEROS.
       01  WS-FUN-EPISODIOS  PIC 9(03) VALUE ZEROS.
       01  WS-FUN-DIAS-AUSENTE PIC 9(03) VALUE ZEROS.
      *> A PARTIR DESTE INDICE BRADFORD O FUNCIONARIO E DESTACADO
       01  WS-BRADFORD-ALERTA PIC 9(08) VALUE 200.
      *> TOTAIS DO DEPARTAMENTO E GERAIS NA SAIDA ORDENADA
       01  WS-DEPARTAMENTO-ANTERIOR PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-DEP-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       01  WS-DEP-PREVISTAS  PIC 9(07) VALUE ZEROS.
       01  WS-DEP-INJUSTIFICADAS PIC 9(07) VALUE ZEROS.
       01  WS-DEP-JUSTIFICADAS PIC 9(07) VALUE ZEROS.
       01  WS-DEP-DOENCA     PIC 9(07) VALUE ZEROS.
       01  WS-DEP-ACIDENTE   PIC 9(07) VALUE ZEROS.
       01  WS-DEP-MATERNIDADE PIC 9(07) VALUE ZEROS.
       01  WS-DEP-EPISODIOS  PIC 9(05) VALUE ZEROS.
       01  WS-DEP-DIAS-AUSENTE PIC 9(05) VALUE ZEROS.
       01  WS-TOT-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       01  WS-TOT-PREVISTAS  PIC 9(07) VALUE ZEROS.
       01  WS-TOT-INJUSTIFICADAS PIC 9(07) VALUE ZEROS.
       01  WS-TOT-JUSTIFICADAS PIC 9(07) VALUE ZEROS.
       01  WS-TOT-DOENCA     PIC 9(07) VALUE ZEROS.
       01  WS-TOT-ACIDENTE   PIC 9(07) VALUE ZEROS.
       01  WS-TOT-MATERNIDADE PIC 9(07) VALUE ZEROS.
       01  WS-TOT-EPISODIOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOT-DIAS-AUSENTE PIC 9(05) VALUE ZEROS.
      *> CALCULO DA TAXA DE ABSENTEISMO (PERDIDAS / PREVISTAS)
       01  WS-CALC-PREVISTAS PIC 9(07) VALUE ZEROS.
       01  WS-CALC-PERDIDAS  PIC 9(07) VALUE ZEROS.
       01  WS-TAXA           PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-TAXA-ANTERIOR  PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-VARIACAO       PIC S9(03)V9(02) VALUE ZEROS.
      *> LINHA DO RELATORIO, COMUM AO FUNCIONARIO E AOS TOTAIS
       01  WS-LINHA-INDICE.
           05  LIN-ROTULO        PIC X(33).
           05  LIN-PREVISTAS     PIC ZZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-INJUSTIFICADAS PIC ZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-JUSTIFICADAS  PIC ZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-DOENCA        PIC ZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-ACIDENTE      PIC ZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-MATERNIDADE   PIC ZZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-TAXA          PIC ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  LIN-EPISODIOS     PIC ZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-DIAS-AUSENTE  PIC ZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-BRADFORD      PIC ZZZZZZZZ.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  LIN-ALERTA        PIC X(10).
       01  WS-HORAS-EDIT     PIC ZZZZZZ9.
       01  WS-HORAS-ANT-EDIT PIC ZZZZZZ9.
       01  WS-PERDIDAS-EDIT  PIC ZZZZZZ9.
       01  WS-PERDIDAS-ANT-EDIT PIC ZZZZZZ9.
       01  WS-TAXA-EDIT      PIC ZZ9.99.
       01  WS-TAXA-ANT-EDIT  PIC ZZ9.99.
       01  WS-VARIACAO-EDIT  PIC -ZZ9.99.
       01  WS-TAXA-GERAL-EDIT PIC ZZ9.99.
       01  WS-COMP-ANTERIOR  PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== INDICE DE ABSENTEISMO POR DEPARTAMENTO =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-INDICE.
           DISPLAY "INFORME A COMPETENCIA INICIAL (AAAAMM): ".
           ACCEPT WS-COMP-INICIAL.
           DISPLAY "INFORME A COMPETENCIA FINAL (AAAAMM): ".
           ACCEPT WS-COMP-FINAL.
           PERFORM VALIDAR-FAIXA.
           IF NOT FAIXA-VALIDA
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "PROG143" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "PROG143" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELABSENTEISMO" TO WS-SPOOL-ARQUIVO.
           MOVE "INDICE DE ABSENTEISMO POR DEPARTAMENTO"
               TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                      " DELIMITED BY SIZE
               "PREVIST INJUST JUSTIF DOENCA ACIDEN MATERN"
               DELIMITED BY SIZE
               "  TAXA%   EPIS  DIAS BRADFORD" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  COMPETENCIAS " DELIMITED BY SIZE
               WS-COMP-INICIAL DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-COMP-FINAL DELIMITED BY SIZE
               "  HORAS: " DELIMITED BY SIZE
               WS-HORAS-POR-DIA DELIMITED BY SIZE
               " POR DIA UTIL  BRADFORD = EPISODIOS X EPISODIOS"
               DELIMITED BY SIZE
               " X DIAS" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-DEPARTAMENTO
               ON DESCENDING KEY WORK-BRADFORD
               ON ASCENDING KEY WORK-CODIGO
               INPUT PROCEDURE IS CARREGAR-PARA-ORDENACAO
               OUTPUT PROCEDURE IS PROCESSAR-ORDENADO.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           MOVE WS-TAXA TO WS-TAXA-GERAL-EDIT.
           PERFORM IMPRIMIR-TENDENCIA.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           DISPLAY "FUNCIONARIOS APURADOS..: " WS-TOT-FUNCIONARIOS.
           DISPLAY "HORAS PREVISTAS........: " WS-TOT-PREVISTAS.
           DISPLAY "TAXA DE ABSENTEISMO (%): " WS-TAXA-GERAL-EDIT.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-TOT-FUNCIONARIOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           MOVE ZERO TO RETURN-CODE.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-INDICE.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DO RELATORIO "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.

      *> AS DUAS COMPETENCIAS PRECISAM TER MES VALIDO, NA ORDEM, E A
      *> FAIXA NAO PASSA DE 12 MESES (A TENDENCIA COMPARA MES A MES)
       VALIDAR-FAIXA.
           MOVE "N" TO WS-FAIXA-VALIDA.
           COMPUTE WS-MES-DA-COMP = FUNCTION MOD(WS-COMP-INICIAL, 100).
           IF WS-MES-DA-COMP < 1 OR WS-MES-DA-COMP > 12
               DISPLAY "COMPETENCIA INICIAL INVALIDA"
           ELSE
               COMPUTE WS-MES-DA-COMP =
                   FUNCTION MOD(WS-COMP-FINAL, 100)
               IF WS-MES-DA-COMP < 1 OR WS-MES-DA-COMP > 12
                   DISPLAY "COMPETENCIA FINAL INVALIDA"
               ELSE
                   IF WS-COMP-FINAL < WS-COMP-INICIAL
                       DISPLAY "COMPETENCIA FINAL ANTERIOR A INICIAL"
                   ELSE
                       PERFORM MONTAR-MESES-DA-FAIXA
                   END-IF
               END-IF
           END-IF.

       MONTAR-MESES-DA-FAIXA.
           MOVE ZEROS TO WS-QTD-MESES.
           MOVE WS-COMP-INICIAL TO WS-COMP-CORRENTE.
           PERFORM INCLUIR-MES-DA-FAIXA
               UNTIL WS-COMP-CORRENTE > WS-COMP-FINAL
               OR WS-QTD-MESES > 12.
           IF WS-QTD-MESES > 12
               DISPLAY "A FAIXA NAO PODE PASSAR DE 12 COMPETENCIAS"
           ELSE
               MOVE "S" TO WS-FAIXA-VALIDA
           END-IF.

       INCLUIR-MES-DA-FAIXA.
           ADD 1 TO WS-QTD-MESES.
           IF WS-QTD-MESES NOT > 12
               MOVE WS-COMP-CORRENTE TO WS-MES-COMPETENCIA(WS-QTD-MESES)
               MOVE ZEROS TO WS-MES-PREVISTAS(WS-QTD-MESES)
                   WS-MES-PERDIDAS(WS-QTD-MESES)
                   WS-MES-PREVISTAS-ANT(WS-QTD-MESES)
                   WS-MES-PERDIDAS-ANT(WS-QTD-MESES)
           END-IF.
           COMPUTE WS-MES-DA-COMP =
               FUNCTION MOD(WS-COMP-CORRENTE, 100).
           IF WS-MES-DA-COMP = 12
               ADD 89 TO WS-COMP-CORRENTE
           ELSE
               ADD 1 TO WS-COMP-CORRENTE
           END-IF.

      *> LE O MASTER INTEIRO; CADA FUNCIONARIO DA EMPRESA E APURADO
      *> NA FAIXA E NO MESMO PERIODO DO ANO ANTERIOR
       CARREGAR-PARA-ORDENACAO.
           MOVE "N" TO FIM-DO-ARQUIVO.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM AVALIAR-REGISTRO UNTIL ACABOU-ARQUIVO.

       LER-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

       AVALIAR-REGISTRO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               PERFORM APURAR-FUNCIONARIO
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> O ANO ANTERIOR ALIMENTA SO A TENDENCIA; A FAIXA PEDIDA
      *> ALIMENTA A TENDENCIA E A LINHA DO FUNCIONARIO. O EPISODIO
      *> RECOMECA EM CADA PERIODO
       APURAR-FUNCIONARIO.
           MOVE ZEROS TO WS-FUN-PREVISTAS WS-FUN-INJUSTIFICADAS
               WS-FUN-JUSTIFICADAS WS-FUN-DOENCA WS-FUN-ACIDENTE
               WS-FUN-MATERNIDADE WS-FUN-EPISODIOS
               WS-FUN-DIAS-AUSENTE.
           MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DATA-ADMISSAO.
           COMPUTE WS-ADMISSAO-ANOMES = WS-DATA-ADMISSAO / 100.
           PERFORM CARREGAR-AFASTAMENTOS.
           MOVE "P" TO WS-PERIODO.
           MOVE "N" TO WS-AUSENTE-ANTERIOR.
           PERFORM APURAR-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-MESES.
           MOVE "A" TO WS-PERIODO.
           MOVE "N" TO WS-AUSENTE-ANTERIOR.
           PERFORM APURAR-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-MESES.
           IF WS-FUN-PREVISTAS > ZERO
               PERFORM LIBERAR-FUNCIONARIO
           END-IF.

       LIBERAR-FUNCIONARIO.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WORK-DEPARTAMENTO.
           MOVE FUNCIONARIO-CODIGO TO WORK-CODIGO.
           MOVE FUNCIONARIO-NOME TO WORK-NOME.
           MOVE WS-FUN-PREVISTAS TO WORK-PREVISTAS.
           MOVE WS-FUN-INJUSTIFICADAS TO WORK-INJUSTIFICADAS.
           MOVE WS-FUN-JUSTIFICADAS TO WORK-JUSTIFICADAS.
           MOVE WS-FUN-DOENCA TO WORK-DOENCA.
           MOVE WS-FUN-ACIDENTE TO WORK-ACIDENTE.
           MOVE WS-FUN-MATERNIDADE TO WORK-MATERNIDADE.
           MOVE WS-FUN-EPISODIOS TO WORK-EPISODIOS.
           MOVE WS-FUN-DIAS-AUSENTE TO WORK-DIAS-AUSENTE.
           COMPUTE WORK-BRADFORD = WS-FUN-EPISODIOS *
               WS-FUN-EPISODIOS * WS-FUN-DIAS-AUSENTE.
           RELEASE WORK-REGISTRO.

       CARREGAR-AFASTAMENTOS.
           MOVE ZEROS TO WS-QTD-AFAST.
           MOVE "N" TO FIM-DOS-AFASTAMENTOS.
           MOVE FUNCIONARIO-CODIGO TO AFAST-CODIGO.
           MOVE ZEROS TO AFAST-DT-INICIO.
           START ARQUIVO-AFASTAMENTO KEY IS NOT LESS THAN AFAST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-AFASTAMENTOS
           END-START.
           PERFORM GUARDAR-AFASTAMENTO UNTIL ACABOU-AFASTAMENTOS.

       GUARDAR-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-AFASTAMENTOS
               NOT AT END
                   IF AFAST-CODIGO = FUNCIONARIO-CODIGO
                       AND WS-QTD-AFAST < 30
                       ADD 1 TO WS-QTD-AFAST
                       MOVE AFAST-DT-INICIO
                           TO WS-AF-INICIO(WS-QTD-AFAST)
                       MOVE AFAST-TIPO TO WS-AF-TIPO(WS-QTD-AFAST)
                       MOVE AFAST-DT-RETORNO-PREV
                           TO WS-AF-RETORNO-PREV(WS-QTD-AFAST)
                       MOVE AFAST-DT-RETORNO-REAL
                           TO WS-AF-RETORNO-REAL(WS-QTD-AFAST)
                   ELSE
                       MOVE "S" TO FIM-DOS-AFASTAMENTOS
                   END-IF
           END-READ.

      *> O MES ENTRA A PARTIR DA ADMISSAO; O INATIVO SO ENTRA NO MES
      *> EM QUE TEM PONTO, POIS O MASTER NAO GUARDA O DESLIGAMENTO
       APURAR-MES.
           IF PERIODO-ATUAL
               MOVE WS-MES-COMPETENCIA(WS-IDX) TO WS-COMP-CORRENTE
           ELSE
               COMPUTE WS-COMP-CORRENTE =
                   WS-MES-COMPETENCIA(WS-IDX) - 100
           END-IF.
           MOVE "N" TO WS-MES-ELEGIVEL.
           IF WS-ADMISSAO-ANOMES NOT > WS-COMP-CORRENTE
               IF FUNCIONARIO-ATIVO
                   MOVE "S" TO WS-MES-ELEGIVEL
               ELSE
                   PERFORM VERIFICAR-PONTO-NO-MES
               END-IF
           END-IF.
           IF MES-ELEGIVEL
               MOVE WS-COMP-CORRENTE TO WS-CALEND-COMPETENCIA
               PERFORM CALEND-ULTIMO-DIA-DO-MES
               PERFORM APURAR-DIA
                   VARYING WS-DIA-MES FROM 1 BY 1
                   UNTIL WS-DIA-MES > WS-CALEND-ULTIMO-DIA
           END-IF.

       VERIFICAR-PONTO-NO-MES.
           MOVE FUNCIONARIO-CODIGO TO PONTO-CODIGO.
           MOVE WS-COMP-CORRENTE TO PONTO-DATA-ANOMES.
           MOVE ZEROS TO PONTO-DATA-DIA.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-PONTO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PONTO-CODIGO = FUNCIONARIO-CODIGO
                               AND PONTO-DATA-ANOMES =
                                   WS-COMP-CORRENTE
                               MOVE "S" TO WS-MES-ELEGIVEL
                           END-IF
                   END-READ
           END-START.

      *> SO O DIA UTIL CONTA, E SO A PARTIR DA DATA DE ADMISSAO
       APURAR-DIA.
           COMPUTE WS-DATA-DIA = WS-COMP-CORRENTE * 100 + WS-DIA-MES.
           IF WS-DATA-DIA NOT < WS-DATA-ADMISSAO
               MOVE WS-DATA-DIA TO WS-CALEND-DATA
               PERFORM CALEND-VERIFICAR-DIA-UTIL
               IF CALEND-DIA-UTIL
                   PERFORM CLASSIFICAR-DIA
                   PERFORM ACUMULAR-DIA
               END-IF
           END-IF.

      *> O AFASTAMENTO PREVALECE SOBRE A FALTA LANCADA NO PONTO, PARA
      *> O MESMO DIA NAO SER CONTADO DUAS VEZES
       CLASSIFICAR-DIA.
           MOVE SPACES TO WS-TIPO-PERDA.
           PERFORM PROCURAR-AFASTAMENTO-DO-DIA
               VARYING WS-IDX-AFAST FROM 1 BY 1
               UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               OR WS-TIPO-PERDA NOT = SPACES.
           IF WS-TIPO-PERDA = SPACES
               MOVE FUNCIONARIO-CODIGO TO PONTO-CODIGO
               MOVE WS-DATA-DIA TO PONTO-DATA
               READ ARQUIVO-PONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PONTO-FALTA-INJUSTIFICADA
                           MOVE "FI" TO WS-TIPO-PERDA
                       END-IF
                       IF PONTO-FALTA-JUSTIFICADA
                           MOVE "FJ" TO WS-TIPO-PERDA
                       END-IF
               END-READ
           END-IF.

      *> O AFASTAMENTO COBRE DO INICIO ATE A VESPERA DO RETORNO REAL;
      *> SEM RETORNO REAL, ATE O RETORNO PREVISTO (COMO NO PROG41) OU,
      *> SEM PREVISAO, ATE HOJE
       PROCURAR-AFASTAMENTO-DO-DIA.
           IF WS-DATA-DIA NOT < WS-AF-INICIO(WS-IDX-AFAST)
               IF WS-AF-RETORNO-REAL(WS-IDX-AFAST) > ZEROS
                   IF WS-DATA-DIA < WS-AF-RETORNO-REAL(WS-IDX-AFAST)
                       MOVE WS-AF-TIPO(WS-IDX-AFAST) TO WS-TIPO-PERDA
                   END-IF
               ELSE
                   IF WS-AF-RETORNO-PREV(WS-IDX-AFAST) = ZEROS
                       OR WS-DATA-DIA NOT >
                           WS-AF-RETORNO-PREV(WS-IDX-AFAST)
                       MOVE WS-AF-TIPO(WS-IDX-AFAST) TO WS-TIPO-PERDA
                   END-IF
               END-IF
           END-IF.

      *> LICENCA NAO REMUNERADA NAO E PREVISTA NEM PERDIDA; A
      *> MATERNIDADE E PERDIDA MAS NAO E EPISODIO DO BRADFORD
       ACUMULAR-DIA.
           IF WS-TIPO-PERDA = "NR"
               MOVE "N" TO WS-AUSENTE-ANTERIOR
           ELSE
               IF PERIODO-ATUAL
                   ADD WS-HORAS-POR-DIA TO WS-MES-PREVISTAS(WS-IDX)
                   ADD WS-HORAS-POR-DIA TO WS-FUN-PREVISTAS
                   PERFORM ACUMULAR-PERDA-DO-FUNCIONARIO
               ELSE
                   ADD WS-HORAS-POR-DIA
                       TO WS-MES-PREVISTAS-ANT(WS-IDX)
               END-IF
               IF WS-TIPO-PERDA NOT = SPACES
                   IF PERIODO-ATUAL
                       ADD WS-HORAS-POR-DIA TO WS-MES-PERDIDAS(WS-IDX)
                   ELSE
                       ADD WS-HORAS-POR-DIA
                           TO WS-MES-PERDIDAS-ANT(WS-IDX)
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-PERDA-DO-FUNCIONARIO.
           EVALUATE WS-TIPO-PERDA
               WHEN "FI"
                   ADD WS-HORAS-POR-DIA TO WS-FUN-INJUSTIFICADAS
               WHEN "FJ"
                   ADD WS-HORAS-POR-DIA TO WS-FUN-JUSTIFICADAS
               WHEN "DS"
                   ADD WS-HORAS-POR-DIA TO WS-FUN-DOENCA
               WHEN "AC"
                   ADD WS-HORAS-POR-DIA TO WS-FUN-ACIDENTE
               WHEN "MA"
                   ADD WS-HORAS-POR-DIA TO WS-FUN-MATERNIDADE
           END-EVALUATE.
           IF WS-TIPO-PERDA = "FI" OR "FJ" OR "DS" OR "AC"
               ADD 1 TO WS-FUN-DIAS-AUSENTE
               IF NOT DIA-ANTERIOR-AUSENTE
                   ADD 1 TO WS-FUN-EPISODIOS
               END-IF
               MOVE "S" TO WS-AUSENTE-ANTERIOR
           ELSE
               MOVE "N" TO WS-AUSENTE-ANTERIOR
           END-IF.

       PROCESSAR-ORDENADO.
           MOVE "N" TO FIM-ORDENACAO.
           MOVE SPACES TO WS-DEPARTAMENTO-ANTERIOR.
           PERFORM ZERAR-TOTAIS-DEPARTAMENTO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           IF ACABOU-ORDENACAO
               MOVE "NENHUM FUNCIONARIO COM HORAS PREVISTAS NA FAIXA"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM TRATAR-REGISTRO-ORDENADO UNTIL ACABOU-ORDENACAO.
           PERFORM FECHAR-GRUPO-DEPARTAMENTO.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       ZERAR-TOTAIS-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-FUNCIONARIOS WS-DEP-PREVISTAS
               WS-DEP-INJUSTIFICADAS WS-DEP-JUSTIFICADAS
               WS-DEP-DOENCA WS-DEP-ACIDENTE WS-DEP-MATERNIDADE
               WS-DEP-EPISODIOS WS-DEP-DIAS-AUSENTE.

       TRATAR-REGISTRO-ORDENADO.
           IF WORK-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               PERFORM FECHAR-GRUPO-DEPARTAMENTO
               MOVE WORK-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
               PERFORM ZERAR-TOTAIS-DEPARTAMENTO
               PERFORM ABRIR-GRUPO-DEPARTAMENTO
           END-IF.
           MOVE SPACES TO LIN-ROTULO.
           STRING WORK-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-NOME(1:25) DELIMITED BY SIZE
               INTO LIN-ROTULO.
           MOVE WORK-PREVISTAS TO LIN-PREVISTAS WS-CALC-PREVISTAS.
           MOVE WORK-INJUSTIFICADAS TO LIN-INJUSTIFICADAS.
           MOVE WORK-JUSTIFICADAS TO LIN-JUSTIFICADAS.
           MOVE WORK-DOENCA TO LIN-DOENCA.
           MOVE WORK-ACIDENTE TO LIN-ACIDENTE.
           MOVE WORK-MATERNIDADE TO LIN-MATERNIDADE.
           COMPUTE WS-CALC-PERDIDAS = WORK-INJUSTIFICADAS +
               WORK-JUSTIFICADAS + WORK-DOENCA + WORK-ACIDENTE +
               WORK-MATERNIDADE.
           PERFORM CALCULAR-TAXA.
           MOVE WS-TAXA TO LIN-TAXA.
           MOVE WORK-EPISODIOS TO LIN-EPISODIOS.
           MOVE WORK-DIAS-AUSENTE TO LIN-DIAS-AUSENTE.
           MOVE WORK-BRADFORD TO LIN-BRADFORD.
           IF WORK-BRADFORD NOT < WS-BRADFORD-ALERTA
               MOVE "FREQUENTE" TO LIN-ALERTA
           ELSE
               MOVE SPACES TO LIN-ALERTA
           END-IF.
           MOVE WS-LINHA-INDICE TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD 1 TO WS-DEP-FUNCIONARIOS.
           ADD WORK-PREVISTAS TO WS-DEP-PREVISTAS.
           ADD WORK-INJUSTIFICADAS TO WS-DEP-INJUSTIFICADAS.
           ADD WORK-JUSTIFICADAS TO WS-DEP-JUSTIFICADAS.
           ADD WORK-DOENCA TO WS-DEP-DOENCA.
           ADD WORK-ACIDENTE TO WS-DEP-ACIDENTE.
           ADD WORK-MATERNIDADE TO WS-DEP-MATERNIDADE.
           ADD WORK-EPISODIOS TO WS-DEP-EPISODIOS.
           ADD WORK-DIAS-AUSENTE TO WS-DEP-DIAS-AUSENTE.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       ABRIR-GRUPO-DEPARTAMENTO.
           PERFORM BUSCAR-NOME-DEPARTAMENTO.
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
               WS-DEPARTAMENTO-ANTERIOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       FECHAR-GRUPO-DEPARTAMENTO.
           IF WS-DEP-FUNCIONARIOS > ZERO
               MOVE SPACES TO LIN-ROTULO
               STRING "   TOTAL DO DEPARTAMENTO (" DELIMITED BY SIZE
                   WS-DEP-FUNCIONARIOS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LIN-ROTULO
               MOVE WS-DEP-PREVISTAS TO LIN-PREVISTAS
                   WS-CALC-PREVISTAS
               MOVE WS-DEP-INJUSTIFICADAS TO LIN-INJUSTIFICADAS
               MOVE WS-DEP-JUSTIFICADAS TO LIN-JUSTIFICADAS
               MOVE WS-DEP-DOENCA TO LIN-DOENCA
               MOVE WS-DEP-ACIDENTE TO LIN-ACIDENTE
               MOVE WS-DEP-MATERNIDADE TO LIN-MATERNIDADE
               COMPUTE WS-CALC-PERDIDAS = WS-DEP-INJUSTIFICADAS +
                   WS-DEP-JUSTIFICADAS + WS-DEP-DOENCA +
                   WS-DEP-ACIDENTE + WS-DEP-MATERNIDADE
               PERFORM CALCULAR-TAXA
               MOVE WS-TAXA TO LIN-TAXA
               MOVE WS-DEP-EPISODIOS TO LIN-EPISODIOS
               MOVE WS-DEP-DIAS-AUSENTE TO LIN-DIAS-AUSENTE
               MOVE ZEROS TO LIN-BRADFORD
               MOVE SPACES TO LIN-ALERTA
               MOVE WS-LINHA-INDICE TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               PERFORM SPOOL-IMPRIMIR
               ADD WS-DEP-FUNCIONARIOS TO WS-TOT-FUNCIONARIOS
               ADD WS-DEP-PREVISTAS TO WS-TOT-PREVISTAS
               ADD WS-DEP-INJUSTIFICADAS TO WS-TOT-INJUSTIFICADAS
               ADD WS-DEP-JUSTIFICADAS TO WS-TOT-JUSTIFICADAS
               ADD WS-DEP-DOENCA TO WS-TOT-DOENCA
               ADD WS-DEP-ACIDENTE TO WS-TOT-ACIDENTE
               ADD WS-DEP-MATERNIDADE TO WS-TOT-MATERNIDADE
               ADD WS-DEP-EPISODIOS TO WS-TOT-EPISODIOS
               ADD WS-DEP-DIAS-AUSENTE TO WS-TOT-DIAS-AUSENTE
           END-IF.

       BUSCAR-NOME-DEPARTAMENTO.
           MOVE WS-DEPARTAMENTO-ANTERIOR TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.

       CALCULAR-TAXA.
           IF WS-CALC-PREVISTAS > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   WS-CALC-PERDIDAS * 100 / WS-CALC-PREVISTAS
           ELSE
               MOVE ZEROS TO WS-TAXA
           END-IF.

       IMPRIMIR-TOTAL-GERAL.
           MOVE SPACES TO LIN-ROTULO.
           STRING "TOTAL GERAL (" DELIMITED BY SIZE
               WS-TOT-FUNCIONARIOS DELIMITED BY SIZE
               " FUNCIONARIOS)" DELIMITED BY SIZE
               INTO LIN-ROTULO.
           MOVE WS-TOT-PREVISTAS TO LIN-PREVISTAS WS-CALC-PREVISTAS.
           MOVE WS-TOT-INJUSTIFICADAS TO LIN-INJUSTIFICADAS.
           MOVE WS-TOT-JUSTIFICADAS TO LIN-JUSTIFICADAS.
           MOVE WS-TOT-DOENCA TO LIN-DOENCA.
           MOVE WS-TOT-ACIDENTE TO LIN-ACIDENTE.
           MOVE WS-TOT-MATERNIDADE TO LIN-MATERNIDADE.
           COMPUTE WS-CALC-PERDIDAS = WS-TOT-INJUSTIFICADAS +
               WS-TOT-JUSTIFICADAS + WS-TOT-DOENCA +
               WS-TOT-ACIDENTE + WS-TOT-MATERNIDADE.
           PERFORM CALCULAR-TAXA.
           MOVE WS-TAXA TO LIN-TAXA.
           MOVE WS-TOT-EPISODIOS TO LIN-EPISODIOS.
           MOVE WS-TOT-DIAS-AUSENTE TO LIN-DIAS-AUSENTE.
           MOVE ZEROS TO LIN-BRADFORD.
           MOVE SPACES TO LIN-ALERTA.
           MOVE WS-LINHA-INDICE TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.

      *> TENDENCIA DA EMPRESA: CADA MES DA FAIXA CONTRA O MESMO MES
      *> DO ANO ANTERIOR, COM A VARIACAO EM PONTOS PERCENTUAIS
       IMPRIMIR-TENDENCIA.
           MOVE "EVOLUCAO MENSAL CONTRA O ANO ANTERIOR"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "COMPET PREVIST PERDIDA  TAXA%   " DELIMITED BY SIZE
               "COMPET PREVIST PERDIDA  TAXA%  VARIACAO"
               DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM IMPRIMIR-MES-DA-TENDENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-MESES.

       IMPRIMIR-MES-DA-TENDENCIA.
           MOVE WS-MES-PREVISTAS-ANT(WS-IDX) TO WS-CALC-PREVISTAS.
           MOVE WS-MES-PERDIDAS-ANT(WS-IDX) TO WS-CALC-PERDIDAS.
           PERFORM CALCULAR-TAXA.
           MOVE WS-TAXA TO WS-TAXA-ANTERIOR.
           MOVE WS-MES-PREVISTAS(WS-IDX) TO WS-CALC-PREVISTAS.
           MOVE WS-MES-PERDIDAS(WS-IDX) TO WS-CALC-PERDIDAS.
           PERFORM CALCULAR-TAXA.
           COMPUTE WS-VARIACAO = WS-TAXA - WS-TAXA-ANTERIOR.
           COMPUTE WS-COMP-ANTERIOR = WS-MES-COMPETENCIA(WS-IDX) - 100.
           MOVE WS-MES-PREVISTAS(WS-IDX) TO WS-HORAS-EDIT.
           MOVE WS-MES-PERDIDAS(WS-IDX) TO WS-PERDIDAS-EDIT.
           MOVE WS-TAXA TO WS-TAXA-EDIT.
           MOVE WS-MES-PREVISTAS-ANT(WS-IDX) TO WS-HORAS-ANT-EDIT.
           MOVE WS-MES-PERDIDAS-ANT(WS-IDX) TO WS-PERDIDAS-ANT-EDIT.
           MOVE WS-TAXA-ANTERIOR TO WS-TAXA-ANT-EDIT.
           MOVE WS-VARIACAO TO WS-VARIACAO-EDIT.
           STRING WS-MES-COMPETENCIA(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PERDIDAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAXA-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-COMP-ANTERIOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORAS-ANT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PERDIDAS-ANT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAXA-ANT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VARIACAO-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDCALEND TAB (DIAS UTEIS DO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
