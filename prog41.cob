      *> INJUSTIFICADAS DESCONTADAS POR DIA. PAGA O GOZO DE FERIAS
      *> AGENDADO PELO PROG54 QUE CAI NA COMPETENCIA (REMUNERACAO DOS
      *> DIAS MAIS O TERCO CONSTITUCIONAL), MARCANDO O PERIODO COMO
      *> GOZADO. RETEM O INSS PROGRESSIVO E O IRRF (COM A DEDUCAO DOS
      *> DEPENDENTES) PELAS TABELAS LEGAIS DO PDIMPOSTO E IMPRIME
      *> BRUTO/DESCONTO/LIQUIDO COM O RESUMO DE HORAS DE CADA
      *> FUNCIONARIO E O TOTAL GERAL. NO MODO SIMULACAO O CALCULO
      *> RODA INTEIRO E IMPRIME O RESULTADO COMPLETO, MAS NADA E
      *> GRAVADO (FOLHAHIST, RUBRICAS, FERIAS, BANCO DE HORAS,
      *> DIFERENCAS, EMPRESTIMOS E PONTO DE CONTROLE FICAM
      *> INTOCADOS) E O MASTER E ABERTO SEM USO EXCLUSIVO, ENTAO UMA
      *> EXECUCAO OFICIAL POSTERIOR NAO E BLOQUEADA. O ESTAGIARIO
      *> (FUNCIONARIO-TIPO-CONTRATO "E") RECEBE BOLSA EM VEZ DE
      *> SALARIO: SEM INSS E SEM SALARIO-FAMILIA, COM O IRRF NORMAL
      *> SOBRE A BOLSA (O FGTS DO PROG105 TAMBEM O IGNORA). O
      *> HORISTA (FUNCIONARIO-TIPO-SALARIO "H") RECEBE AS HORAS DO
      *> PONTO A VALOR DA HORA MAIS O DSR PELO CALENDARIO. O CARGO
      *> INSALUBRE OU PERICULOSO (PROG56) RECEBE O ADICIONAL NA SUA
      *> RUBRICA, PRORRATEADO PELOS DIAS DE FALTA E DE AFASTAMENTO.
      *> AS HORAS EXTRAS DE CADA DIA SO SAO PAGAS ATE O MAXIMO
      *> AUTORIZADO PELO SUPERVISOR (PROG140); O EXCESSO FICA RETIDO
      *> PARA A DECISAO DO GESTOR (PROG141/PROG142) E AS HORAS QUE ELE
      *> APROVOU SAO PAGAS NA FOLHA SEGUINTE, EM RUBRICA PROPRIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCATSPOOL.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELBANCOHORAS TAB
           COPY "SELBANCOHORAS.COB".
      *> SELAUTHE TAB
           COPY "SELAUTHE.COB".
      *> SELHERETIDA TAB
           COPY "SELHERETIDA.COB".
      *> SELDIFSAL TAB
           COPY "SELDIFSAL.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELEMPRESTIMO TAB
           COPY "SELEMPRESTIMO.COB".
      *> SELADIANTAMENTO TAB
           COPY "SELADIANTAMENTO.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELBENEFICIO TAB
           COPY "SELBENEFICIO.COB".
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".
      *> SELEVENTOVAR TAB
           COPY "SELEVENTOVAR.COB".
           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDCATSPOOL.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDTABIMPOSTO TAB (TABELAS DE INSS E IRRF DO PROG104)
           COPY "FDTABIMPOSTO.COB".
      *> FDFERIAS TAB (PERIODOS APURADOS E AGENDADOS PELO PROG54)
           COPY "FDFERIAS.COB".
      *> FDFOLHAEVT TAB (RUBRICAS DETALHADAS DE CADA FOLHA)
           COPY "FDFOLHAEVT.COB".
      *> FDBANCOHORAS TAB (ADESOES E MOVIMENTOS DO BANCO DE HORAS)
           COPY "FDBANCOHORAS.COB".
      *> FDAUTHE TAB (AUTORIZACOES DE HORAS EXTRAS DO PROG140)
           COPY "FDAUTHE.COB".
      *> FDHERETIDA TAB (HORAS EXTRAS RETIDAS PARA O GESTOR)
           COPY "FDHERETIDA.COB".
      *> FDDIFSAL TAB (DIFERENCAS RETROATIVAS APURADAS PELO PROG80)
           COPY "FDDIFSAL.COB".
      *> FDCALEND TAB (CALENDARIO DE FERIADOS DO PROG83)
           COPY "FDCALEND.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDEMPRESTIMO TAB (EMPRESTIMOS CONSIGNADOS DO PROG90)
           COPY "FDEMPRESTIMO.COB".
      *> FDADIANTAMENTO TAB (ADIANTAMENTO QUINZENAL DO PROG108)
           COPY "FDADIANTAMENTO.COB".
      *> FDPENSAO TAB (ORDENS JUDICIAIS DE PENSAO DO PROG109)
           COPY "FDPENSAO.COB".
      *> FDPENSAOPAG TAB (PENSOES A CREDITAR AOS BENEFICIARIOS)
           COPY "FDPENSAOPAG.COB".
      *> FDAFASTAMENTO TAB (AFASTAMENTOS ABERTOS PELO PROG96)
           COPY "FDAFASTAMENTO.COB".
      *> FDBENEFICIO TAB (ADESOES DE VT/VR DO PROG100)
           COPY "FDBENEFICIO.COB".
      *> FDRUBRICA TAB (TABELA DE RUBRICAS VARIAVEIS DO PROG111)
           COPY "FDRUBRICA.COB".
      *> FDEVENTOVAR TAB (EVENTOS VARIAVEIS DO PROG112/PROG113)
           COPY "FDEVENTOVAR.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
       01  WS-DIAS-UTEIS       PIC 9(02) VALUE 22.
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> HORISTA (FUNCIONARIO-TIPO-SALARIO "H"): RECEBE AS HORAS
      *> TRABALHADAS DO PONTO A VALOR DA HORA MAIS O DSR, QUE E A
      *> MEDIA DIARIA DAS HORAS NOS DIAS DE TRABALHO DO MES VEZES OS
      *> DIAS DE REPOUSO (DOMINGOS E FERIADOS DO CALENDARIO). FERIAS
      *> E LICENCA REMUNERADA USAM A MEDIA DE HORAS DOS ULTIMOS 12
      *> MESES (WSHORISTA/PDHORISTA TAB)
       01  WS-HORAS-TRABALHADAS-MES PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-DIAS-REPOUSO     PIC 9(02) VALUE ZEROS.
       01  WS-DIAS-TRABALHO-DSR PIC 9(02) VALUE ZEROS.
       01  WS-VL-HORAS-NORMAIS PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-DSR           PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-HORAS-NORMAIS-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-HORAS-NORMAIS-EDIT PIC ZZZZZ9.99.
       01  WS-VL-DSR-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-DSR-EDIT    PIC ZZZZZ9.99.
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> ADICIONAL DE INSALUBRIDADE OU PERICULOSIDADE DO CARGO: O
      *> VALOR MENSAL INTEGRAL SAI DO PDADICIONAL E A FOLHA PAGA SO
      *> OS DIAS SEM FALTA E SEM AFASTAMENTO DO MES
       01  WS-VL-ADICIONAL     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-DIAS-SEM-ADICIONAL PIC 9(03) VALUE ZEROS.
       01  WS-DIAS-ADICIONAL   PIC 9(02) VALUE ZEROS.
       01  WS-VL-ADICIONAL-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ADICIONAL-EDIT PIC ZZZZZ9.99.
       01  WS-PERC-ADICIONAL-EDIT PIC Z9.99.
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".
       01  WS-ADICIONAL-EXTRA  PIC 9V9(02) VALUE 1.50.
      *> ADICIONAL NOTURNO LEGAL DE 20% SOBRE A HORA NORMAL, PAGO
      *> SOBRE AS HORAS NOTURNAS APONTADAS NO PONTO (PROG52/PROG81)
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-BH-EDIT     PIC ZZZZZ9.99.

      *> HORAS EXTRAS SEM AUTORIZACAO: O EXCESSO DO MES FICA RETIDO
      *> FORA DA FOLHA E AS RETENCOES APROVADAS PELO GESTOR SAO
      *> PAGAS AQUI COM O ADICIONAL DE 50%, MESMO SEM PONTO NO MES
      *> WSHEXTRA TAB (CONFERENCIA DAS HORAS EXTRAS AUTORIZADAS)
           COPY "WSHEXTRA.COB".
       01  WS-HORAS-RETIDAS-MES PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-VL-HE-LIBERADAS PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-HE-LIBERADAS-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-HE-LIB-EDIT PIC ZZZZZ9.99.

      *> AFASTAMENTO ABERTO (PROG96) COBRINDO A COMPETENCIA:
      *> MATERNIDADE E REMUNERADA PELA EMPRESA (SALARIO INTEGRAL SEM
      *> PRORRATEIO DE PONTO); DOENCA/ACIDENTE INSS E LICENCA NAO
       01  FIM-DOS-EMPRESTIMOS PIC X(01) VALUE "N".
           88  ACABOU-EMPRESTIMOS    VALUE "S".
       01  WS-VL-EMPRESTIMO  PIC 9(06)V9(02) VALUE ZEROS.
      *> RETENCOES LEGAIS DO MES, GUARDADAS ANTES DA SOMA DOS DEMAIS
      *> DESCONTOS PARA CADA TRIBUTO SAIR NA SUA RUBRICA
       01  WS-VL-BASE-INSS   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-INSS        PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-IRRF        PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-QTD-PARC-EMP   PIC 9(02) VALUE ZEROS.
       01  WS-VL-EMPRESTIMO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EMP-EDIT    PIC ZZZZZ9.99.

      *> ADIANTAMENTO QUINZENAL (PROG108) PAGO NO DIA 20 DA
      *> COMPETENCIA, DESCONTADO DO LIQUIDO NA FOLHA DO FIM DO MES
       01  WS-VL-ADIANTAMENTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-ADIANTAMENTO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ADIANT-EDIT PIC ZZZZZ9.99.

      *> EVENTOS VARIAVEIS DA COMPETENCIA (PROG112/PROG113) PELA
      *> TABELA DE RUBRICAS DO PROG111: TODO PROVENTO SOMA AO BRUTO,
      *> MAS O NAO TRIBUTAVEL FICA FORA DA BASE DO INSS E DO IRRF; O
      *> DESCONTO SAI DO LIQUIDO. A MESMA VARREDURA SOMA OS VALORES NO
      *> CALCULO E GRAVA UMA RUBRICA POR EVENTO NO FOLHAEVT
       01  FIM-DOS-EVENTOS-VAR PIC X(01) VALUE "N".
           88  ACABOU-EVENTOS-VAR    VALUE "S".
       01  WS-EVAR-MODO      PIC X(01) VALUE "S".
           88  EVAR-SOMAR            VALUE "S".
           88  EVAR-GRAVAR           VALUE "G".
       01  WS-QTD-EVENTOS-VAR PIC 9(02) VALUE ZEROS.
       01  WS-VL-EVAR-PROVENTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-EVAR-ISENTO   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-EVAR-DESCONTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-EVAR-PROV-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EVAR-PROV-EDIT PIC ZZZZZ9.99.
       01  WS-VL-EVAR-DESC-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EVAR-DESC-EDIT PIC ZZZZZ9.99.

      *> DIFERENCA SALARIAL RETROATIVA AGENDADA PELO PROG80 PARA A
      *> COMPETENCIA EM PROCESSAMENTO, PAGA COMO VERBA DO BRUTO
       01  WS-VL-DIF-RETRO   PIC 9(06)V9(02) VALUE ZEROS.
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-QTD-DEPENDENTES  PIC 9(02) VALUE ZEROS.
      *> DEPENDENTES QUE A LEI DO IMPOSTO ACEITA (FILHO, CONJUGE E
      *> ASCENDENTE), BASE DA DEDUCAO DO IRRF
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.
       01  WS-VALOR-POR-DEPENDENTE PIC 9(03)V9(02) VALUE 50.00.
       01  WS-VL-DEPENDENTES   PIC 9(04)V9(02) VALUE ZEROS.

      *> WSIDADEMINIMA TAB (FORNECE WS-DATA-HOJE)
           COPY "WSIDADEMINIMA.COB".

      *> TABELAS DE INSS E IRRF EM VIGOR PARA A COMPETENCIA,
      *> CARREGADAS DO ARQUIVO TABIMPOSTO (MANUTENCAO NO PROG104)
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".

      *> PENSAO ALIMENTICIA DAS ORDENS JUDICIAIS VIGENTES (PDPENSAO),
      *> DESCONTADA DO LIQUIDO E CREDITADA AO BENEFICIARIO (PROG110)
      *> WSPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "WSPENSAO.COB".
       01  WS-VL-PENSAO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-VL-PENSAO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-PENSAO-EDIT PIC ZZZZZ9.99.

      *> CONTROLE DA GRAVACAO DAS RUBRICAS (UMA SEQUENCIA POR VERBA
      *> DE CADA FUNCIONARIO NA COMPETENCIA)
       01  WS-EVT-SEQ        PIC 9(02) VALUE ZEROS.
       01  WS-EVT-FIM-LIMPEZA PIC X(01) VALUE "N".
           88  EVT-ACABOU-LIMPEZA    VALUE "S".

       01  WS-TOTAL-BRUTO    PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-DESCONTO PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-LIQUIDO  PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-INSS     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-IRRF     PIC 9(07)V9(02) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-BRUTO-IMP.
       01  WS-TOTAL-LIQUIDO-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-LIQUIDO-EDIT PIC ZZZZZZ9.99.
       01  WS-VL-INSS-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-INSS-EDIT   PIC ZZZZZ9.99.
       01  WS-VL-IRRF-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-IRRF-EDIT   PIC ZZZZZ9.99.
       01  WS-ALIQ-INSS-EDIT PIC Z9.99.
       01  WS-ALIQ-IRRF-EDIT PIC Z9.99.
       01  WS-TOTAL-INSS-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-INSS-EDIT    PIC ZZZZZZ9.99.
       01  WS-TOTAL-IRRF-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-IRRF-EDIT    PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           END-IF.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN I-O ARQUIVO-FERIAS.
           OPEN I-O ARQUIVO-FOLHAHIST.
           OPEN I-O ARQUIVO-FOLHAEVT.
           OPEN I-O ARQUIVO-BANCOHORAS.
           OPEN INPUT ARQUIVO-AUTHE.
      *> A SIMULACAO SO CALCULA A RETENCAO, SEM GRAVA-LA NEM LIBERAR
           IF FOLHA-SIMULACAO
               OPEN INPUT ARQUIVO-HERETIDA
           ELSE
               OPEN I-O ARQUIVO-HERETIDA
               MOVE "S" TO WS-HE-GRAVAR
           END-IF.
           OPEN I-O ARQUIVO-DIFSAL.
           OPEN I-O ARQUIVO-EMPRESTIMO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN I-O ARQUIVO-PENSAOPAG.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN INPUT ARQUIVO-BENEFICIO.
           OPEN INPUT ARQUIVO-RUBRICA.
           OPEN INPUT ARQUIVO-EVENTOVAR.
           OPEN I-O ARQUIVO-CHECKPOINT.
      *> A SIMULACAO NAO RETOMA NEM GRAVA PONTO DE CONTROLE: SEMPRE
      *> COMECA DO PRIMEIRO REGISTRO E TERMINA SEM DEIXAR RASTRO
               MOVE ZERO TO WS-CKPT-ULTIMO-REG
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-HE-DATA-HOJE.
           DISPLAY "===== FOLHA DE PAGAMENTO =====".
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
               MOVE WS-CALEND-DIAS-UTEIS TO WS-DIAS-UTEIS
           END-IF.
           DISPLAY "DIAS UTEIS DA COMPETENCIA: " WS-DIAS-UTEIS.
           PERFORM CALEND-CONTAR-DIAS-REPOUSO.
           MOVE WS-CALEND-DIAS-REPOUSO TO WS-DIAS-REPOUSO.
           COMPUTE WS-DIAS-TRABALHO-DSR =
               WS-CALEND-ULTIMO-DIA - WS-DIAS-REPOUSO.
           DISPLAY "DIAS DE REPOUSO (DSR DO HORISTA): " WS-DIAS-REPOUSO.
           MOVE WS-COMPETENCIA TO WS-IMP-COMPETENCIA.
           PERFORM IMP-CARREGAR-TABELAS.
      *> A SIMULACAO NAO GRAVA NADA, ENTAO RODA LIVREMENTE MESMO
      *> SOBRE COMPETENCIA JA PROCESSADA, SEM PEDIR SUPERVISOR
           EVALUATE TRUE
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-TABIMPOSTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-BANCOHORAS.
           CLOSE ARQUIVO-AUTHE.
           CLOSE ARQUIVO-HERETIDA.
           CLOSE ARQUIVO-DIFSAL.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-PENSAOPAG.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-BENEFICIO.
           CLOSE ARQUIVO-RUBRICA.
           CLOSE ARQUIVO-EVENTOVAR.
           CLOSE ARQUIVO-CHECKPOINT.
      *> O RETURN-CODE AVISA O FECHAMENTO ENCADEADO (PROG71) QUANDO
      *> A FOLHA NAO RODOU OU FOI INTERROMPIDA. A SIMULACAO DEVOLVE
       VERIFICAR-COMPETENCIA-PROCESSADA.
           MOVE "N" TO WS-JA-PROCESSADA.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   CONTINUE
               MOVE WS-TOTAL-BRUTO    TO WS-TOTAL-BRUTO-EDIT
               MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-DESCONTO-EDIT
               MOVE WS-TOTAL-LIQUIDO  TO WS-TOTAL-LIQUIDO-EDIT
               MOVE WS-TOTAL-INSS     TO WS-TOTAL-INSS-EDIT
               MOVE WS-TOTAL-IRRF     TO WS-TOTAL-IRRF-EDIT
               IF FOLHA-SIMULACAO
                   MOVE "===== TOTAIS DA FOLHA (SIMULACAO) ====="
                       TO WS-SPOOL-DETALHE
                   WS-TOTAL-LIQUIDO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               STRING "TOTAL INSS.....: " DELIMITED BY SIZE
                   WS-TOTAL-INSS-IMP DELIMITED BY SIZE
                   "  TOTAL IRRF.: " DELIMITED BY SIZE
                   WS-TOTAL-IRRF-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               DISPLAY " "
               DISPLAY "===== TOTAIS DA FOLHA ====="
               DISPLAY "TOTAL BRUTO....: " WS-TOTAL-BRUTO-IMP
               DISPLAY "TOTAL DESCONTO.: " WS-TOTAL-DESCONTO-IMP
               DISPLAY "  INSS RETIDO..: " WS-TOTAL-INSS-IMP
               DISPLAY "  IRRF RETIDO..: " WS-TOTAL-IRRF-IMP
               DISPLAY "TOTAL LIQUIDO..: " WS-TOTAL-LIQUIDO-IMP
           END-IF.

                       WS-DIAS-TRABALHADOS WS-HORAS-EXTRAS-MES
                       WS-HORAS-NOTURNAS-MES
                       WS-FALTAS-INJUST WS-FALTAS-JUST
                       WS-HORAS-TRABALHADAS-MES
               END-IF
               PERFORM APURAR-BANCO-DE-HORAS
               PERFORM APURAR-EXTRAS-LIBERADAS
               MOVE WS-COMPETENCIA TO WS-HOR-COMPETENCIA
               PERFORM HOR-APURAR-SALARIO-BASE
               MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE
               PERFORM ADIC-APURAR-ADICIONAL
               PERFORM APURAR-FERIAS-DO-MES
               PERFORM APURAR-DIFERENCA-RETROATIVA
               PERFORM CONTAR-DEPENDENTES
               PERFORM CALCULAR-BRUTO-PRORRATEADO
               PERFORM APURAR-EVENTOS-VARIAVEIS
               ADD WS-VL-EVAR-PROVENTO TO WS-VL-BRUTO
               PERFORM CALCULAR-RETENCOES-LEGAIS
               COMPUTE WS-VL-DESCONTO = WS-VL-INSS + WS-VL-IRRF
               PERFORM APURAR-PENSAO-ALIMENTICIA
               ADD WS-VL-PENSAO TO WS-VL-DESCONTO
               PERFORM APURAR-EMPRESTIMOS
               ADD WS-VL-EMPRESTIMO TO WS-VL-DESCONTO
               PERFORM APURAR-ADIANTAMENTO
               ADD WS-VL-ADIANTAMENTO TO WS-VL-DESCONTO
               ADD WS-VL-EVAR-DESCONTO TO WS-VL-DESCONTO
               PERFORM APURAR-BENEFICIOS
               ADD WS-VL-VALE-TRANSPORTE TO WS-VL-DESCONTO
               ADD WS-VL-VALE-REFEICAO TO WS-VL-DESCONTO
                   WS-VL-LIQUIDO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               MOVE WS-VL-INSS TO WS-VL-INSS-EDIT
               MOVE WS-VL-IRRF TO WS-VL-IRRF-EDIT
               MOVE WS-IMP-ALIQ-INSS TO WS-ALIQ-INSS-EDIT
               MOVE WS-IMP-ALIQ-IRRF TO WS-ALIQ-IRRF-EDIT
               STRING "  INSS.....: " DELIMITED BY SIZE
                   WS-VL-INSS-IMP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ALIQ-INSS-EDIT DELIMITED BY SIZE
                   "%)  IRRF.....: " DELIMITED BY SIZE
                   WS-VL-IRRF-IMP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ALIQ-IRRF-EDIT DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR

               ADD WS-VL-BRUTO    TO WS-TOTAL-BRUTO
               ADD WS-VL-DESCONTO TO WS-TOTAL-DESCONTO
               ADD WS-VL-LIQUIDO  TO WS-TOTAL-LIQUIDO
               ADD WS-VL-INSS     TO WS-TOTAL-INSS
               ADD WS-VL-IRRF     TO WS-TOTAL-IRRF

               IF FOLHA-OFICIAL
                   PERFORM GRAVAR-HISTORICO-FOLHA
       APURAR-PONTO-DO-MES.
           MOVE ZEROS TO WS-QTD-LANCAMENTOS WS-DIAS-TRABALHADOS
               WS-HORAS-EXTRAS-MES WS-HORAS-NOTURNAS-MES
               WS-FALTAS-INJUST WS-FALTAS-JUST
               WS-HORAS-TRABALHADAS-MES WS-HORAS-RETIDAS-MES.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WS-HE-DEPARTAMENTO.
           MOVE "N" TO FIM-DO-PONTO.
           MOVE FUNCIONARIO-CODIGO TO PONTO-CODIGO.
           MOVE WS-COMPETENCIA TO PONTO-DATA-ANOMES.
                       EVALUATE TRUE
                           WHEN PONTO-DIA-TRABALHADO
                               ADD 1 TO WS-DIAS-TRABALHADOS
                               ADD PONTO-HORAS-TRABALHADAS
                                   TO WS-HORAS-TRABALHADAS-MES
                               PERFORM HE-CONFERIR-DIA
                               ADD WS-HE-PAGAVEIS
                                   TO WS-HORAS-EXTRAS-MES
                               ADD WS-HE-EXCESSO
                                   TO WS-HORAS-RETIDAS-MES
                               ADD PONTO-HORAS-NOTURNAS
                                   TO WS-HORAS-NOTURNAS-MES
                           WHEN PONTO-FALTA-INJUSTIFICADA
           IF FOLHA-OFICIAL
               MOVE WS-COMPETENCIA      TO FOLHAHIST-COMPETENCIA
               MOVE FUNCIONARIO-CODIGO  TO FOLHAHIST-CODIGO
               MOVE ZEROS TO FOLHAHIST-FOLHA
               MOVE ZEROS TO FOLHAHIST-BRUTO FOLHAHIST-DESCONTO
                   FOLHAHIST-LIQUIDO FOLHAHIST-PERC-DESCONTO
                   FOLHAHIST-BASE-INSS FOLHAHIST-INSS FOLHAHIST-IRRF
               IF FUNCIONARIO-EMPRESA = SPACES
                   MOVE "01" TO FOLHAHIST-EMPRESA
               ELSE
           IF WS-BH-HORAS-VENCIDAS > ZERO
               COMPUTE WS-VALOR-HORA ROUNDED =
                   FUNCIONARIO-SALARIO / WS-HORAS-MES
               IF SALARIO-HORISTA
                   MOVE FUNCIONARIO-VALOR-HORA TO WS-VALOR-HORA
               END-IF
               COMPUTE WS-VL-BH-VENCIDO ROUNDED =
                   WS-BH-HORAS-VENCIDAS * WS-VALOR-HORA *
                   WS-ADICIONAL-EXTRA
               END-IF
           END-IF.

      *> AS HORAS RETIDAS QUE O GESTOR APROVOU (PROG142) SAO PAGAS
      *> NESTA FOLHA EM RUBRICA PROPRIA, A PARTE DAS EXTRAS DO MES:
      *> NAO DEPENDEM DO PONTO DA COMPETENCIA, NAO SAO ZERADAS PELA
      *> LICENCA REMUNERADA E NAO VIRAM CREDITO NO BANCO DE HORAS
       APURAR-EXTRAS-LIBERADAS.
           MOVE ZEROS TO WS-VL-HE-LIBERADAS.
           MOVE FUNCIONARIO-CODIGO TO WS-HE-CODIGO.
           MOVE WS-COMPETENCIA TO WS-HE-COMPETENCIA.
           PERFORM HE-LIBERAR-APROVADAS.
           IF WS-HE-LIBERADAS > ZERO
               COMPUTE WS-VALOR-HORA ROUNDED =
                   FUNCIONARIO-SALARIO / WS-HORAS-MES
               IF SALARIO-HORISTA
                   MOVE FUNCIONARIO-VALOR-HORA TO WS-VALOR-HORA
               END-IF
               COMPUTE WS-VL-HE-LIBERADAS ROUNDED =
                   WS-HE-LIBERADAS * WS-VALOR-HORA *
                   WS-ADICIONAL-EXTRA
           END-IF.

       VARRER-MOVIMENTOS-BANCO.
           MOVE "N" TO FIM-DO-BANCO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
               END-REWRITE
           END-IF.

      *> PENSAO DAS ORDENS JUDICIAIS VIGENTES SOBRE O BRUTO E O
      *> LIQUIDO LEGAL DO MES (BRUTO MENOS INSS E IRRF); SO A FOLHA
      *> OFICIAL GRAVA O PAGAMENTO A CREDITAR AO BENEFICIARIO
       APURAR-PENSAO-ALIMENTICIA.
           MOVE FUNCIONARIO-CODIGO TO WS-PENS-CODIGO.
           MOVE "F"                TO WS-PENS-ORIGEM.
           MOVE WS-COMPETENCIA     TO WS-PENS-COMPETENCIA.
           MOVE WS-VL-BRUTO        TO WS-PENS-BRUTO.
           COMPUTE WS-PENS-DESC-LEGAIS = WS-VL-INSS + WS-VL-IRRF.
           IF FUNCIONARIO-EMPRESA = SPACES
               MOVE "01" TO WS-PENS-EMPRESA
           ELSE
               MOVE FUNCIONARIO-EMPRESA TO WS-PENS-EMPRESA
           END-IF.
           IF FOLHA-OFICIAL
               MOVE "S" TO WS-PENS-GRAVAR
           ELSE
               MOVE "N" TO WS-PENS-GRAVAR
           END-IF.
           PERFORM PENS-APURAR-FUNCIONARIO.
           MOVE WS-PENS-VL-TOTAL TO WS-VL-PENSAO.

      *> O ADIANTAMENTO QUINZENAL GRAVADO PELO PROG108 PARA A
      *> COMPETENCIA E DESCONTADO INTEGRALMENTE E, NA FOLHA OFICIAL,
      *> BAIXADO COMO "D" PARA O LOTE NAO O REGRAVAR. NUMA REEXECUCAO
      *> AUTORIZADA O ADIANTAMENTO JA BAIXADO CONTINUA SENDO DESCONTADO
       APURAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-VL-ADIANTAMENTO.
           MOVE WS-COMPETENCIA     TO ADIANT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO ADIANT-CODIGO.
           READ ARQUIVO-ADIANTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADIANT-VALOR TO WS-VL-ADIANTAMENTO
                   IF ADIANT-GERADO AND FOLHA-OFICIAL
                       MOVE "D" TO ADIANT-STATUS
                       REWRITE ADIANT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO BAIXAR O ADIANTAMENTO "
                                   "DO CODIGO " ADIANT-CODIGO
                       END-REWRITE
                   END-IF
           END-READ.

      *> SOMA OS EVENTOS VARIAVEIS LANCADOS PARA O FUNCIONARIO NA
      *> COMPETENCIA. EVENTO DE RUBRICA INATIVADA DEPOIS DO LANCAMENTO
      *> CONTINUA VALENDO; SO O CODIGO SEM RUBRICA NA TABELA E IGNORADO
       APURAR-EVENTOS-VARIAVEIS.
           MOVE ZEROS TO WS-QTD-EVENTOS-VAR WS-VL-EVAR-PROVENTO
               WS-VL-EVAR-ISENTO WS-VL-EVAR-DESCONTO.
           MOVE "S" TO WS-EVAR-MODO.
           PERFORM VARRER-EVENTOS-VARIAVEIS.

      *> NA GRAVACAO CADA EVENTO VIRA UMA RUBRICA COM A DESCRICAO DA
      *> TABELA, QUE E A CHAVE DO PLANO DE CONTAS DO PROG106
       GRAVAR-RUBRICAS-VARIAVEIS.
           MOVE "G" TO WS-EVAR-MODO.
           PERFORM VARRER-EVENTOS-VARIAVEIS.

       VARRER-EVENTOS-VARIAVEIS.
           MOVE "N" TO FIM-DOS-EVENTOS-VAR.
           MOVE FUNCIONARIO-CODIGO TO EVAR-CODIGO.
           MOVE WS-COMPETENCIA     TO EVAR-COMPETENCIA.
           MOVE ZEROS              TO EVAR-RUBRICA.
           START ARQUIVO-EVENTOVAR KEY IS NOT LESS THAN EVAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EVENTOS-VAR
           END-START.
           PERFORM EXAMINAR-EVENTO-VARIAVEL UNTIL ACABOU-EVENTOS-VAR.

       EXAMINAR-EVENTO-VARIAVEL.
           READ ARQUIVO-EVENTOVAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EVENTOS-VAR
               NOT AT END
                   IF EVAR-CODIGO = FUNCIONARIO-CODIGO
                       AND EVAR-COMPETENCIA = WS-COMPETENCIA
                       PERFORM TRATAR-EVENTO-VARIAVEL
                   ELSE
                       MOVE "S" TO FIM-DOS-EVENTOS-VAR
                   END-IF
           END-READ.

       TRATAR-EVENTO-VARIAVEL.
           MOVE EVAR-RUBRICA TO RUB-CODIGO.
           READ ARQUIVO-RUBRICA
               INVALID KEY
                   IF EVAR-SOMAR
                       DISPLAY "RUBRICA " EVAR-RUBRICA " DO EVENTO DO "
                           "CODIGO " EVAR-CODIGO " NAO CADASTRADA, "
                           "EVENTO IGNORADO"
                   END-IF
               NOT INVALID KEY
                   IF EVAR-SOMAR
                       PERFORM SOMAR-EVENTO-VARIAVEL
                   ELSE
                       MOVE RUB-TIPO        TO FOLHAEVT-TIPO
                       MOVE RUB-DESCRICAO   TO FOLHAEVT-DESCRICAO
                       MOVE EVAR-REFERENCIA TO FOLHAEVT-REFERENCIA
                       MOVE EVAR-VALOR      TO FOLHAEVT-VALOR
                       PERFORM GRAVAR-UMA-RUBRICA
                   END-IF
           END-READ.

       SOMAR-EVENTO-VARIAVEL.
           ADD 1 TO WS-QTD-EVENTOS-VAR.
           IF RUB-PROVENTO
               ADD EVAR-VALOR TO WS-VL-EVAR-PROVENTO
               IF NOT RUB-TRIBUTAVEL
                   ADD EVAR-VALOR TO WS-VL-EVAR-ISENTO
               END-IF
           ELSE
               ADD EVAR-VALOR TO WS-VL-EVAR-DESCONTO
           END-IF.

      *> PAGA A DIFERENCA RETROATIVA AGENDADA PELO PROG80 PARA ESTA
      *> COMPETENCIA E BAIXA O REGISTRO, PARA UMA REEXECUCAO OU UMA
      *> NOVA APURACAO NAO PAGAR O MESMO ATRASADO DUAS VEZES
      *> PARAR DE APONTA-LO COMO PENDENTE. UM PERIODO JA GOZADO CUJO
      *> GOZO TOCA A COMPETENCIA TAMBEM ENTRA NA CONTA: E A
      *> REEXECUCAO AUTORIZADA DA FOLHA QUE O PAGOU, E O HISTORICO
      *> REGRAVADO PRECISA BATER COM O QUE FOI PAGO. O HORISTA TEM
      *> AS FERIAS VALORADAS PELA MEDIA DE HORAS DOS ULTIMOS MESES.
      *> O ADICIONAL DO CARGO INTEGRA A REMUNERACAO DAS FERIAS
       APURAR-FERIAS-DO-MES.
           MOVE ZEROS TO WS-DIAS-GOZO-MES WS-VL-FERIAS
               WS-VL-TERCO-FERIAS.
           PERFORM EXAMINAR-FERIAS-AGENDADA UNTIL ACABOU-FERIAS.
           IF WS-DIAS-GOZO-MES > ZERO
               COMPUTE WS-VL-FERIAS ROUNDED =
                   (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
                   WS-DIAS-GOZO-MES / WS-DIAS-MES
               COMPUTE WS-VL-TERCO-FERIAS ROUNDED =
                   WS-VL-FERIAS / 3
           END-IF.
      *> SEM NENHUM LANCAMENTO NO MES O SALARIO SAI INTEGRAL, COMO NAS
      *> FOLHAS ANTERIORES AO CONTROLE DE PONTO; COM LANCAMENTOS, AS
      *> FALTAS INJUSTIFICADAS DESCONTAM POR DIA E AS HORAS EXTRAS
      *> PAGAM COM O ADICIONAL DE 50%. O HORISTA TEM CALCULO PROPRIO
       CALCULAR-BRUTO-PRORRATEADO.
           MOVE ZEROS TO WS-VL-EXTRAS WS-VL-FALTAS
               WS-VL-ADIC-NOTURNO WS-VL-HORAS-NORMAIS WS-VL-DSR.
           COMPUTE WS-VL-DEPENDENTES =
               WS-QTD-DEPENDENTES * WS-VALOR-POR-DEPENDENTE.
           IF SALARIO-HORISTA
               PERFORM CALCULAR-BRUTO-HORISTA
           ELSE
               PERFORM CALCULAR-BRUTO-MENSALISTA
           END-IF.
      *> OS DIAS DE LICENCA SEM REMUNERACAO DO MES DE TRANSICAO SAEM
      *> DA BASE (SALARIO/30 POR DIA): PAGA-SE SO O TRABALHADO ATE O
      *> INICIO DO AFASTAMENTO. NO HORISTA OS DIAS AFASTADOS JA NAO
      *> TEM HORAS NO PONTO
           MOVE ZEROS TO WS-VL-AFAST-DESC.
           IF AFASTADO-PARCIAL
               AND WS-DIAS-AFAST-MES > ZERO
               AND NOT SALARIO-HORISTA
               COMPUTE WS-VL-AFAST-DESC ROUNDED =
                   FUNCIONARIO-SALARIO * WS-DIAS-AFAST-MES /
                   WS-DIAS-MES
      *> OS DIAS DE GOZO SAEM DA BASE DO MES PELA MESMA VALORACAO DA
      *> REMUNERACAO DE FERIAS (SALARIO/30 POR DIA): COM A
      *> REMUNERACAO E O TERCO SOMADOS ABAIXO, O EFEITO LIQUIDO DO
      *> GOZO E O TERCO, E NAO UM SALARIO EM DOBRO NOS MESMOS DIAS.
      *> NO HORISTA OS DIAS DE GOZO JA NAO TEM HORAS NO PONTO
           IF WS-VL-FERIAS > ZERO
               AND NOT SALARIO-HORISTA
               IF WS-VL-FERIAS > WS-VL-BRUTO
                   MOVE ZEROS TO WS-VL-BRUTO
               ELSE
                   SUBTRACT WS-VL-FERIAS FROM WS-VL-BRUTO
               END-IF
           END-IF.
           PERFORM PRORRATEAR-ADICIONAL-CARGO.
           ADD WS-VL-ADICIONAL TO WS-VL-BRUTO.
           ADD WS-VL-ADIC-NOTURNO TO WS-VL-BRUTO.
           ADD WS-VL-DEPENDENTES TO WS-VL-BRUTO.
           ADD WS-VL-SALARIO-FAMILIA TO WS-VL-BRUTO.
           ADD WS-VL-FERIAS TO WS-VL-BRUTO.
           ADD WS-VL-TERCO-FERIAS TO WS-VL-BRUTO.
           ADD WS-VL-BH-VENCIDO TO WS-VL-BRUTO.
           ADD WS-VL-HE-LIBERADAS TO WS-VL-BRUTO.
           ADD WS-VL-DIF-RETRO TO WS-VL-BRUTO.

      *> O ADICIONAL DO MES SAI POR DIA (VALOR/30): PERDE OS DIAS DE
      *> FALTA INJUSTIFICADA (AS COMPENSADAS NO BANCO DE HORAS NAO
      *> CONTAM) E OS DE LICENCA SEM REMUNERACAO. NO MENSALISTA OS
      *> DIAS DE GOZO SAEM DA BASE JUNTO COM O SALARIO, NA RUBRICA
      *> "DIAS EM GOZO (BASE)"; NO HORISTA, QUE NAO TEM ESSA RUBRICA,
      *> SAEM AQUI. A LICENCA REMUNERADA MANTEM O ADICIONAL INTEGRAL
       PRORRATEAR-ADICIONAL-CARGO.
           MOVE ZEROS TO WS-VL-ADICIONAL WS-DIAS-ADICIONAL.
           IF NOT ADIC-SEM-ADICIONAL
               COMPUTE WS-DIAS-SEM-ADICIONAL =
                   WS-FALTAS-INJUST + WS-DIAS-AFAST-MES
               IF SALARIO-HORISTA
                   ADD WS-DIAS-GOZO-MES TO WS-DIAS-SEM-ADICIONAL
               END-IF
               IF WS-DIAS-SEM-ADICIONAL < WS-DIAS-MES
                   COMPUTE WS-DIAS-ADICIONAL =
                       WS-DIAS-MES - WS-DIAS-SEM-ADICIONAL
                   COMPUTE WS-VL-ADICIONAL ROUNDED =
                       WS-ADIC-VALOR * WS-DIAS-ADICIONAL / WS-DIAS-MES
               END-IF
           END-IF.

       CALCULAR-BRUTO-MENSALISTA.
           IF WS-QTD-LANCAMENTOS = ZERO
               MOVE FUNCIONARIO-SALARIO TO WS-VL-BRUTO
           ELSE
               COMPUTE WS-VALOR-DIA ROUNDED =
                   FUNCIONARIO-SALARIO / WS-DIAS-UTEIS
               COMPUTE WS-VALOR-HORA ROUNDED =
                   FUNCIONARIO-SALARIO / WS-HORAS-MES
               COMPUTE WS-VL-EXTRAS ROUNDED =
                   WS-HORAS-EXTRAS-MES * WS-VALOR-HORA *
                   WS-ADICIONAL-EXTRA
               COMPUTE WS-VL-ADIC-NOTURNO ROUNDED =
                   WS-HORAS-NOTURNAS-MES * WS-VALOR-HORA *
                   WS-PERC-NOTURNO
               COMPUTE WS-VL-FALTAS ROUNDED =
                   WS-FALTAS-INJUST * WS-VALOR-DIA
               IF WS-VL-FALTAS >
                   FUNCIONARIO-SALARIO + WS-VL-EXTRAS
                   MOVE ZEROS TO WS-VL-BRUTO
               ELSE
                   COMPUTE WS-VL-BRUTO =
                       FUNCIONARIO-SALARIO + WS-VL-EXTRAS -
                       WS-VL-FALTAS
               END-IF
           END-IF.

      *> HORISTA: HORAS TRABALHADAS DO PONTO A VALOR DA HORA, MAIS O
      *> DSR DAS HORAS DO MES, MAIS AS EXTRAS E O NOTURNO SOBRE O
      *> PROPRIO VALOR DA HORA. SEM PONTO NAO HA HORAS A PAGAR (A
      *> FALTA JA E A HORA NAO APONTADA, SEM DESCONTO A PARTE). NA
      *> LICENCA REMUNERADA RECEBE A MEDIA DAS HORAS DOS ULTIMOS
      *> MESES, NO LUGAR DO SALARIO INTEGRAL DO MENSALISTA
       CALCULAR-BRUTO-HORISTA.
           MOVE FUNCIONARIO-VALOR-HORA TO WS-VALOR-HORA.
           IF AFASTADO-REMUNERADO
               MOVE WS-HOR-SALARIO-BASE TO WS-VL-HORAS-NORMAIS
           ELSE
               COMPUTE WS-VL-HORAS-NORMAIS ROUNDED =
                   WS-HORAS-TRABALHADAS-MES * WS-VALOR-HORA
               IF WS-DIAS-TRABALHO-DSR > ZERO
                   COMPUTE WS-VL-DSR ROUNDED =
                       WS-VL-HORAS-NORMAIS * WS-DIAS-REPOUSO /
                       WS-DIAS-TRABALHO-DSR
               END-IF
               COMPUTE WS-VL-EXTRAS ROUNDED =
                   WS-HORAS-EXTRAS-MES * WS-VALOR-HORA *
                   WS-ADICIONAL-EXTRA
               COMPUTE WS-VL-ADIC-NOTURNO ROUNDED =
                   WS-HORAS-NOTURNAS-MES * WS-VALOR-HORA *
                   WS-PERC-NOTURNO
           END-IF.
           COMPUTE WS-VL-BRUTO =
               WS-VL-HORAS-NORMAIS + WS-VL-DSR + WS-VL-EXTRAS.

      *> CONTA OS DEPENDENTES CADASTRADOS PARA O ABONO POR DEPENDENTE
       CONTAR-DEPENDENTES.
           MOVE ZEROS TO WS-QTD-DEPENDENTES WS-QTD-FILHOS-SF
               WS-VL-SALARIO-FAMILIA WS-QTD-DEPENDENTES-IR.
           MOVE "N" TO FIM-DOS-DEPENDENTES.
           MOVE FUNCIONARIO-CODIGO TO DEP-CODIGO-FUNC.
           MOVE ZEROS TO DEP-SEQUENCIA.
           PERFORM CONTAR-PROXIMO-DEPENDENTE UNTIL ACABOU-DEPENDENTES.
      *> O SALARIO-FAMILIA SO E DEVIDO A QUEM GANHA ATE O TETO DO
      *> BENEFICIO; ACIMA DELE AS COTAS CONTADAS NAO GERAM VALOR
      *> ESTAGIARIO NAO E SEGURADO DO INSS E NAO TEM DIREITO A ELE
           IF WS-QTD-FILHOS-SF > ZERO
               AND FUNCIONARIO-SALARIO <= WS-TETO-SALARIO-FAMILIA
               AND NOT CONTRATO-ESTAGIO
               COMPUTE WS-VL-SALARIO-FAMILIA =
                   WS-QTD-FILHOS-SF * WS-COTA-SALARIO-FAMILIA
           END-IF.
               NOT AT END
                   IF DEP-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       ADD 1 TO WS-QTD-DEPENDENTES
                       IF NOT DEP-OUTRO
                           ADD 1 TO WS-QTD-DEPENDENTES-IR
                       END-IF
                       IF DEP-FILHO
                           PERFORM CONTAR-FILHO-SALARIO-FAMILIA
                       END-IF
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-HORAS-RETIDAS-MES > ZERO
               STRING "  EXTRAS RETIDAS SEM AUTORIZACAO: "
                   DELIMITED BY SIZE
                   WS-HORAS-RETIDAS-MES DELIMITED BY SIZE
                   " HORAS (AGUARDAM O GESTOR)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-HE-LIBERADAS > ZERO
               MOVE WS-VL-HE-LIBERADAS TO WS-VL-HE-LIB-EDIT
               STRING "  EXTRAS RETIDAS APROVADAS: " DELIMITED BY SIZE
                   WS-HE-LIBERADAS DELIMITED BY SIZE
                   " HORAS  VALOR: " DELIMITED BY SIZE
                   WS-VL-HE-LIBERADAS-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-VALE-TRANSPORTE > ZERO
               MOVE WS-VL-VALE-TRANSPORTE TO WS-VL-VT-EDIT
               STRING "  VALE-TRANSPORTE: " DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-PENSAO > ZERO
               MOVE WS-VL-PENSAO TO WS-VL-PENSAO-EDIT
               STRING "  PENSAO ALIMENTICIA: " DELIMITED BY SIZE
                   WS-PENS-QTD-ORDENS DELIMITED BY SIZE
                   " ORDEM(NS)  VALOR: " DELIMITED BY SIZE
                   WS-VL-PENSAO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-QTD-EVENTOS-VAR > ZERO
               MOVE WS-VL-EVAR-PROVENTO TO WS-VL-EVAR-PROV-EDIT
               MOVE WS-VL-EVAR-DESCONTO TO WS-VL-EVAR-DESC-EDIT
               STRING "  EVENTOS VARIAVEIS: " DELIMITED BY SIZE
                   WS-QTD-EVENTOS-VAR DELIMITED BY SIZE
                   "  PROVENTOS: " DELIMITED BY SIZE
                   WS-VL-EVAR-PROV-IMP DELIMITED BY SIZE
                   "  DESCONTOS: " DELIMITED BY SIZE
                   WS-VL-EVAR-DESC-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-ADIANTAMENTO > ZERO
               MOVE WS-VL-ADIANTAMENTO TO WS-VL-ADIANT-EDIT
               STRING "  ADIANTAMENTO QUINZENAL: " DELIMITED BY SIZE
                   WS-VL-ADIANTAMENTO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-AFAST-DESC > ZERO
               MOVE WS-VL-AFAST-DESC TO WS-VL-AFAST-EDIT
               STRING "  AFASTADO (" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-VL-ADICIONAL > ZERO
               MOVE WS-VL-ADICIONAL TO WS-VL-ADICIONAL-EDIT
               MOVE WS-ADIC-PERCENTUAL TO WS-PERC-ADICIONAL-EDIT
               STRING "  ADICIONAL DE " DELIMITED BY SIZE
                   WS-ADIC-DESCRICAO DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-PERC-ADICIONAL-EDIT DELIMITED BY SIZE
                   "%): " DELIMITED BY SIZE
                   WS-DIAS-ADICIONAL DELIMITED BY SIZE
                   " DIAS  VALOR: " DELIMITED BY SIZE
                   WS-VL-ADICIONAL-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF SALARIO-HORISTA
               MOVE WS-VL-HORAS-NORMAIS TO WS-VL-HORAS-NORMAIS-EDIT
               MOVE WS-VL-DSR TO WS-VL-DSR-EDIT
               STRING "  HORISTA: HORAS " DELIMITED BY SIZE
                   WS-HORAS-TRABALHADAS-MES DELIMITED BY SIZE
                   " X " DELIMITED BY SIZE
                   FUNCIONARIO-VALOR-HORA DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-VL-HORAS-NORMAIS-IMP DELIMITED BY SIZE
                   "  DSR: " DELIMITED BY SIZE
                   WS-VL-DSR-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-QTD-LANCAMENTOS = ZERO
               IF SALARIO-HORISTA AND NOT AFASTADO-REMUNERADO
                   STRING "  SEM LANCAMENTOS DE PONTO NO MES, "
                       DELIMITED BY SIZE
                       "HORISTA SEM HORAS A PAGAR" DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               ELSE
                   STRING "  SEM LANCAMENTOS DE PONTO NO MES, "
                       DELIMITED BY SIZE
                       "SALARIO INTEGRAL" DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               END-IF
               PERFORM SPOOL-IMPRIMIR
           ELSE
               MOVE WS-VL-EXTRAS TO WS-VL-EXTRAS-EDIT
               MOVE WS-VL-FALTAS TO WS-VL-FALTAS-EDIT

      *> O RESULTADO DE CADA FUNCIONARIO FICA PERSISTIDO NO HISTORICO
      *> DE FOLHA; NUMA REEXECUCAO AUTORIZADA O REGISTRO DA MESMA
      *> COMPETENCIA E REGRAVADO. E SEMPRE A FOLHA NORMAL (00); AS
      *> COMPLEMENTARES DO PROG114 FICAM INTACTAS
       GRAVAR-HISTORICO-FOLHA.
           MOVE WS-COMPETENCIA      TO FOLHAHIST-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO  TO FOLHAHIST-CODIGO.
           MOVE ZEROS               TO FOLHAHIST-FOLHA.
           MOVE WS-VL-BRUTO         TO FOLHAHIST-BRUTO.
           MOVE WS-VL-DESCONTO      TO FOLHAHIST-DESCONTO.
           MOVE WS-VL-LIQUIDO       TO FOLHAHIST-LIQUIDO.
           MOVE WS-PERC-DESCONTO    TO FOLHAHIST-PERC-DESCONTO.
           MOVE WS-VL-BASE-INSS     TO FOLHAHIST-BASE-INSS.
           MOVE WS-VL-INSS          TO FOLHAHIST-INSS.
           MOVE WS-VL-IRRF          TO FOLHAHIST-IRRF.
      *> REGISTRO LEGADO SEM EMPRESA VALE COMO A PADRAO "01"
           IF FUNCIONARIO-EMPRESA = SPACES
               MOVE "01" TO FOLHAHIST-EMPRESA
           PERFORM LIMPAR-EVENTOS-ANTERIORES.
           MOVE ZEROS TO WS-EVT-SEQ.
           MOVE "P"            TO FOLHAEVT-TIPO.
           IF SALARIO-HORISTA
               PERFORM GRAVAR-RUBRICAS-HORISTA
           ELSE
               IF CONTRATO-ESTAGIO
                   MOVE "BOLSA ESTAGIO" TO FOLHAEVT-DESCRICAO
               ELSE
                   MOVE "SALARIO"      TO FOLHAEVT-DESCRICAO
               END-IF
               MOVE WS-DIAS-TRABALHADOS TO FOLHAEVT-REFERENCIA
               MOVE FUNCIONARIO-SALARIO TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-ADICIONAL > ZERO
               MOVE "P"               TO FOLHAEVT-TIPO
               MOVE WS-ADIC-DESCRICAO TO FOLHAEVT-DESCRICAO
               MOVE WS-ADIC-PERCENTUAL TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-ADICIONAL   TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-EXTRAS > ZERO
               MOVE "P"               TO FOLHAEVT-TIPO
               MOVE "HORAS EXTRAS 50%" TO FOLHAEVT-DESCRICAO
               PERFORM GRAVAR-UMA-RUBRICA
      *> OS DIAS DE GOZO DEDUZIDOS DA BASE DO MES SAEM COMO RUBRICA
      *> DE DESCONTO, PARA A SOMA DAS RUBRICAS FECHAR COM O BRUTO
               IF NOT SALARIO-HORISTA
                   MOVE "D"               TO FOLHAEVT-TIPO
                   MOVE "DIAS EM GOZO (BASE)" TO FOLHAEVT-DESCRICAO
                   MOVE WS-DIAS-GOZO-MES  TO FOLHAEVT-REFERENCIA
                   MOVE WS-VL-FERIAS      TO FOLHAEVT-VALOR
                   PERFORM GRAVAR-UMA-RUBRICA
               END-IF
           END-IF.
           IF WS-VL-AFAST-DESC > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE WS-VL-BH-VENCIDO  TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-HE-LIBERADAS > ZERO
               MOVE "P"               TO FOLHAEVT-TIPO
               MOVE "EXTRAS APROVADAS 50%" TO FOLHAEVT-DESCRICAO
               MOVE WS-HE-LIBERADAS   TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-HE-LIBERADAS TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-VALE-TRANSPORTE > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE "VALE-TRANSPORTE"  TO FOLHAEVT-DESCRICAO
               MOVE WS-VL-EMPRESTIMO  TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-PENSAO > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE "PENSAO ALIMENTICIA" TO FOLHAEVT-DESCRICAO
               MOVE WS-PENS-QTD-ORDENS TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-PENSAO      TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-ADIANTAMENTO > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE "ADIANTAMENTO"    TO FOLHAEVT-DESCRICAO
               MOVE ZEROS             TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-ADIANTAMENTO TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-QTD-EVENTOS-VAR > ZERO
               PERFORM GRAVAR-RUBRICAS-VARIAVEIS
           END-IF.
      *> CADA TRIBUTO NA SUA RUBRICA, COM A ALIQUOTA NA REFERENCIA
      *> (A EFETIVA NO INSS PROGRESSIVO, A DA FAIXA NO IRRF)
           IF WS-VL-INSS > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE "INSS"            TO FOLHAEVT-DESCRICAO
               MOVE WS-IMP-ALIQ-INSS  TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-INSS        TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-IRRF > ZERO
               MOVE "D"               TO FOLHAEVT-TIPO
               MOVE "IRRF"            TO FOLHAEVT-DESCRICAO
               MOVE WS-IMP-ALIQ-IRRF  TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-IRRF        TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.

      *> HORISTA: AS HORAS NORMAIS (OU A MEDIA, NA LICENCA
      *> REMUNERADA) COM AS HORAS NA REFERENCIA E O DSR COM OS DIAS
      *> DE REPOUSO
       GRAVAR-RUBRICAS-HORISTA.
           MOVE "P"                 TO FOLHAEVT-TIPO.
           IF AFASTADO-REMUNERADO
               MOVE "MEDIA HORAS LICENCA" TO FOLHAEVT-DESCRICAO
               MOVE WS-HOR-MEDIA-HORAS TO FOLHAEVT-REFERENCIA
           ELSE
               MOVE "HORAS NORMAIS"  TO FOLHAEVT-DESCRICAO
               MOVE WS-HORAS-TRABALHADAS-MES TO FOLHAEVT-REFERENCIA
           END-IF.
           MOVE WS-VL-HORAS-NORMAIS TO FOLHAEVT-VALOR.
           PERFORM GRAVAR-UMA-RUBRICA.
           IF WS-VL-DSR > ZERO
               MOVE "P"             TO FOLHAEVT-TIPO
               MOVE "DSR HORISTA"   TO FOLHAEVT-DESCRICAO
               MOVE WS-DIAS-REPOUSO TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-DSR       TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.

           ADD 1 TO WS-EVT-SEQ.
           MOVE WS-COMPETENCIA     TO FOLHAEVT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAEVT-CODIGO.
           MOVE ZEROS              TO FOLHAEVT-FOLHA.
           MOVE WS-EVT-SEQ         TO FOLHAEVT-SEQ.
           WRITE FOLHAEVT-REGISTRO
               INVALID KEY
           MOVE "N" TO WS-EVT-FIM-LIMPEZA.
           MOVE WS-COMPETENCIA     TO FOLHAEVT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAEVT-CODIGO.
           MOVE ZEROS              TO FOLHAEVT-FOLHA.
           MOVE ZEROS              TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAEVT-CODIGO = FUNCIONARIO-CODIGO
                       AND FOLHAEVT-FOLHA = ZERO
                       DELETE ARQUIVO-FOLHAEVT
                           INVALID KEY
                               CONTINUE
                   END-IF
           END-READ.

      *> RETENCOES LEGAIS DO MES PELO PDIMPOSTO: O INSS PROGRESSIVO
      *> INCIDE SOBRE O BRUTO MENOS O SALARIO-FAMILIA (BENEFICIO
      *> PREVIDENCIARIO, NAO E REMUNERACAO) E OS EVENTOS VARIAVEIS
      *> NAO TRIBUTAVEIS, E O IRRF SOBRE A MESMA BASE DEDUZIDA DO
      *> INSS E DOS DEPENDENTES LEGAIS DO ARQUIVO DEPENDENTE. O
      *> HISTORICO GUARDA A ALIQUOTA EFETIVA DO INSS NO CAMPO DE
      *> PERCENTUAL. A BOLSA DO ESTAGIARIO NAO TEM INSS: A BASE DO
      *> INSS FICA ZERADA (E COM ELA A DO FGTS NO PROG105) E O IRRF
      *> INCIDE SOBRE A BOLSA SEM A DEDUCAO DO INSS
       CALCULAR-RETENCOES-LEGAIS.
           COMPUTE WS-VL-BASE-INSS =
               WS-VL-BRUTO - WS-VL-SALARIO-FAMILIA - WS-VL-EVAR-ISENTO.
           MOVE WS-VL-BASE-INSS TO WS-IMP-BASE-INSS.
           MOVE WS-VL-BASE-INSS TO WS-IMP-RENDIMENTO.
           MOVE WS-QTD-DEPENDENTES-IR TO WS-IMP-QTD-DEPENDENTES.
           IF CONTRATO-ESTAGIO
               MOVE ZEROS TO WS-VL-BASE-INSS WS-IMP-BASE-INSS
                   WS-IMP-VL-INSS WS-IMP-ALIQ-INSS
           ELSE
               PERFORM IMP-CALCULAR-INSS
           END-IF.
           PERFORM IMP-CALCULAR-IRRF.
           MOVE WS-IMP-VL-INSS TO WS-VL-INSS.
           MOVE WS-IMP-VL-IRRF TO WS-VL-IRRF.
           COMPUTE WS-PERC-DESCONTO ROUNDED = WS-IMP-ALIQ-INSS / 100.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".

      *> PDIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "PDIMPOSTO.COB".

      *> PDHEXTRA TAB (CONFERENCIA DAS HORAS EXTRAS AUTORIZADAS)
           COPY "PDHEXTRA.COB".

      *> PDPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "PDPENSAO.COB".
