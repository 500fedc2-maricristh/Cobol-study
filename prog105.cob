       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG105.
      *> PROGRAMA DE APURACAO DO DEPOSITO MENSAL DO FGTS
      *> LE O HISTORICO DE FOLHA DA COMPETENCIA INFORMADA (GRAVADO
      *> PELO PROG41) E APURA O DEPOSITO DE 8% DO EMPREGADOR SOBRE A
      *> REMUNERACAO DO MES (BASE DO INSS, QUE JA TRAZ AS FERIAS E O
      *> TERCO E NAO TRAZ O SALARIO-FAMILIA). EM NOVEMBRO E DEZEMBRO
      *> SOMA O DEPOSITO SOBRE AS PARCELAS DO 13 (MESMO CRITERIO DE
      *> AVOS DO PROG55) E EM QUALQUER COMPETENCIA O DEPOSITO
      *> RESCISORIO E A MULTA DOS DESLIGAMENTOS DO MES (PROG62).
      *> CADA DEPOSITO VAI PARA O EXTRATO DO FGTS POR FUNCIONARIO
      *> (FGTSEXTRATO, REGRAVADO SE O LOTE RODAR DE NOVO NA MESMA
      *> COMPETENCIA) E PARA O ARQUIVO DA GUIA NO LAYOUT POSICIONAL
      *> DO BANCO, NOS MOLDES DA REMESSA DO PROG67: HEADER "1", UM
      *> DETALHE "2" POR DEPOSITO E TRAILER "9" COM A QUANTIDADE E
      *> O TOTAL EM CENTAVOS. O ESTAGIARIO (FUNCIONARIO-TIPO-CONTRATO
      *> "E") RECEBE BOLSA, SEM VINCULO EMPREGATICIO, E NAO TEM FGTS.
      *> O 13 DO HORISTA E APURADO PELA MEDIA DAS HORAS DO PONTO NO
      *> ANO (PDHORISTA) E COM O ADICIONAL DO CARGO, COMO NO PROG55
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELFGTS TAB
           COPY "SELFGTS.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
           SELECT ARQUIVO-GUIA ASSIGN TO "GUIAFGTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDFGTS TAB
           COPY "FDFGTS.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDCALEND TAB (CALENDARIO DE FERIADOS DO PROG83)
           COPY "FDCALEND.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".

       FD  ARQUIVO-GUIA
           LABEL RECORD STANDARD.
       01  GUIA-HEADER.
           05  GUIA-H-TIPO        PIC X(01).
           05  GUIA-H-DATA        PIC 9(08).
           05  GUIA-H-COMPETENCIA PIC 9(06).
           05  GUIA-H-EMPRESA     PIC X(02).
           05  GUIA-H-NOME        PIC X(30).
       01  GUIA-DETALHE.
           05  GUIA-D-TIPO        PIC X(01).
           05  GUIA-D-CODIGO      PIC 9(05).
           05  GUIA-D-NOME        PIC X(30).
           05  GUIA-D-CPF         PIC 9(11).
           05  GUIA-D-COMPETENCIA PIC 9(06).
           05  GUIA-D-MOVIMENTO   PIC X(01).
           05  GUIA-D-BASE-CENTAVOS PIC 9(10).
           05  GUIA-D-VALOR-CENTAVOS PIC 9(10).
       01  GUIA-TRAILER.
           05  GUIA-T-TIPO        PIC X(01).
           05  GUIA-T-QUANTIDADE  PIC 9(05).
           05  GUIA-T-TOTAL-CENTAVOS PIC 9(12).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> A GUIA SAI FILTRADA PELA EMPRESA DA SESSAO; FORA DO MENU
      *> (SEM SESSAO) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-ANO   PIC 9(04).
           05  WS-COMP-MES   PIC 9(02).
       01  WS-DT-GERACAO     PIC 9(08).
      *> ALIQUOTA LEGAL DO DEPOSITO DO EMPREGADOR
       01  WS-FGTS-ALIQUOTA  PIC 9(02)V9(02) VALUE 8.00.
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  FIM-DOS-EVENTOS   PIC X(01) VALUE "N".
           88  ACABOU-EVENTOS        VALUE "S".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DOS-DESLIGAMENTOS PIC X(01) VALUE "N".
           88  ACABOU-DESLIGAMENTOS  VALUE "S".
       01  WS-BASE-FGTS      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-VL-FGTS        PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-MOVIMENTO      PIC X(01).
       01  WS-MESES-TRABALHADOS PIC 9(02) VALUE ZEROS.
       01  WS-VL-13-TOTAL    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-PARCELA  PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PULADOS    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(12) VALUE ZEROS.
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== DEPOSITO MENSAL DO FGTS =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-GUIA.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG105" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           OPEN I-O ARQUIVO-FGTS.
           OPEN OUTPUT ARQUIVO-GUIA.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           PERFORM GRAVAR-HEADER-GUIA.
           PERFORM POSICIONAR-NA-COMPETENCIA.
           PERFORM APURAR-DEPOSITO-MENSAL UNTIL ACABOU-HISTORICO.
           IF WS-COMP-MES = 11 OR WS-COMP-MES = 12
               PERFORM APURAR-DEPOSITOS-DO-13
           END-IF.
           PERFORM APURAR-DEPOSITOS-RESCISORIOS.
           PERFORM GRAVAR-TRAILER-GUIA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-FGTS.
           CLOSE ARQUIVO-GUIA.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           DISPLAY "DEPOSITOS NA GUIA......: " WS-QTD-DETALHES.
           DISPLAY "PULADOS (INATIVOS/OUTRA EMPRESA/ESTAGIO): "
               WS-QTD-PULADOS.
           DISPLAY "TOTAL EM CENTAVOS......: " WS-TOTAL-CENTAVOS.
           IF WS-QTD-DETALHES = ZERO
               DISPLAY "ATENCAO: NAO HA FOLHA GRAVADA PARA ESTA "
                   "COMPETENCIA"
           END-IF.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-DETALHES TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-GUIA.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA GUIA (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "GUIA DO FGTS DA EMPRESA " WS-EMPRESA-FILTRO.

       GRAVAR-HEADER-GUIA.
           MOVE "1" TO GUIA-H-TIPO.
           MOVE WS-DT-GERACAO TO GUIA-H-DATA.
           MOVE WS-COMPETENCIA TO GUIA-H-COMPETENCIA.
           MOVE WS-EMPRESA-FILTRO TO GUIA-H-EMPRESA.
           MOVE "SISTEMA DE FUNCIONARIOS" TO GUIA-H-NOME.
           WRITE GUIA-HEADER.

       POSICIONAR-NA-COMPETENCIA.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.

      *> O DEPOSITO MENSAL E SOBRE A FOLHA NORMAL; O FGTS DAS
      *> DIFERENCAS DA FOLHA COMPLEMENTAR SAI NO RESUMO DO PROG114
       APURAR-DEPOSITO-MENSAL.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       IF FOLHAHIST-NORMAL
                           PERFORM DEPOSITAR-FOLHA-DO-FUNCIONARIO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

      *> A EMPRESA E A CARIMBADA NA FOLHA (REGISTRO LEGADO EM BRANCO
      *> VALE COMO A PADRAO "01"); O DEPOSITO E DEVIDO MESMO A QUEM
      *> FOI DESLIGADO DEPOIS DA FOLHA, POIS A REMUNERACAO FOI PAGA
       DEPOSITAR-FOLHA-DO-FUNCIONARIO.
           MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF WS-EMPRESA-FUNC NOT = WS-EMPRESA-FILTRO
               ADD 1 TO WS-QTD-PULADOS
           ELSE
               MOVE FOLHAHIST-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       ADD 1 TO WS-QTD-PULADOS
                   NOT INVALID KEY
                       IF CONTRATO-ESTAGIO
                           ADD 1 TO WS-QTD-PULADOS
                       ELSE
                           PERFORM DEFINIR-BASE-MENSAL
                           MOVE "M" TO WS-MOVIMENTO
                           PERFORM GRAVAR-DEPOSITO
                       END-IF
               END-READ
           END-IF.

      *> FOLHA CALCULADA COM AS RETENCOES LEGAIS TRAZ A BASE DO INSS,
      *> QUE E A MESMA DO FGTS; NA FOLHA DA EPOCA DO DESCONTO UNICO
      *> A BASE E O BRUTO MENOS A RUBRICA DO SALARIO-FAMILIA
       DEFINIR-BASE-MENSAL.
           IF FOLHAHIST-BASE-INSS > ZERO
               MOVE FOLHAHIST-BASE-INSS TO WS-BASE-FGTS
           ELSE
               MOVE FOLHAHIST-BRUTO TO WS-BASE-FGTS
               MOVE "N" TO FIM-DOS-EVENTOS
               MOVE FOLHAHIST-COMPETENCIA TO FOLHAEVT-COMPETENCIA
               MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO
               MOVE FOLHAHIST-FOLHA TO FOLHAEVT-FOLHA
               MOVE ZEROS TO FOLHAEVT-SEQ
               START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN
                   FOLHAEVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-DOS-EVENTOS
               END-START
               PERFORM DESCONTAR-SALARIO-FAMILIA
                   UNTIL ACABOU-EVENTOS
           END-IF.

       DESCONTAR-SALARIO-FAMILIA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EVENTOS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA NOT = FOLHAHIST-COMPETENCIA
                       OR FOLHAEVT-CODIGO NOT = FOLHAHIST-CODIGO
                       OR FOLHAEVT-FOLHA NOT = FOLHAHIST-FOLHA
                       MOVE "S" TO FIM-DOS-EVENTOS
                   ELSE
                       IF FOLHAEVT-DESCRICAO = "SALARIO FAMILIA"
                           AND FOLHAEVT-VALOR NOT > WS-BASE-FGTS
                           SUBTRACT FOLHAEVT-VALOR FROM WS-BASE-FGTS
                       END-IF
                   END-IF
           END-READ.

      *> 13 SALARIO: NOVEMBRO RECEBE O DEPOSITO SOBRE A PRIMEIRA
      *> PARCELA (METADE DO 13) E DEZEMBRO SOBRE O RESTANTE, COM OS
      *> MESMOS AVOS DO PROG55. SO PARA OS ATIVOS; QUEM SAIU NO ANO
      *> JA DEPOSITOU O 13 PROPORCIONAL NA RESCISAO
       APURAR-DEPOSITOS-DO-13.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM DEPOSITAR-13-DO-FUNCIONARIO UNTIL ACABOU-ARQUIVO.

       DEPOSITAR-13-DO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
                   IF WS-EMPRESA-FUNC = SPACES
                       MOVE "01" TO WS-EMPRESA-FUNC
                   END-IF
                   IF FUNCIONARIO-ATIVO
                       AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                       AND NOT CONTRATO-ESTAGIO
                       PERFORM CALCULAR-PARCELA-DO-13
                       IF WS-VL-13-PARCELA > ZERO
                           MOVE WS-VL-13-PARCELA TO WS-BASE-FGTS
                           MOVE "D" TO WS-MOVIMENTO
                           PERFORM GRAVAR-DEPOSITO
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-PARCELA-DO-13.
           EVALUATE TRUE
               WHEN FUNCIONARIO-DT-ADM-ANO < WS-COMP-ANO
                   MOVE 12 TO WS-MESES-TRABALHADOS
               WHEN FUNCIONARIO-DT-ADM-ANO = WS-COMP-ANO
                   COMPUTE WS-MESES-TRABALHADOS =
                       12 - FUNCIONARIO-DT-ADM-MES + 1
               WHEN OTHER
                   MOVE ZERO TO WS-MESES-TRABALHADOS
           END-EVALUATE.
           COMPUTE WS-HOR-COMPETENCIA = WS-COMP-ANO * 100 + 12.
           PERFORM HOR-APURAR-SALARIO-BASE.
           MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE.
           PERFORM ADIC-APURAR-ADICIONAL.
           COMPUTE WS-VL-13-TOTAL ROUNDED =
               (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
               WS-MESES-TRABALHADOS / 12.
           COMPUTE WS-VL-13-PARCELA ROUNDED = WS-VL-13-TOTAL / 2.
           IF WS-COMP-MES = 12
               COMPUTE WS-VL-13-PARCELA =
                   WS-VL-13-TOTAL - WS-VL-13-PARCELA
           END-IF.

      *> DESLIGAMENTOS COM DATA NA COMPETENCIA: O DEPOSITO RESCISORIO
      *> E A MULTA JA APURADOS PELO PROG62 ENTRAM NA GUIA DO MES
       APURAR-DEPOSITOS-RESCISORIOS.
           MOVE "N" TO FIM-DOS-DESLIGAMENTOS.
           MOVE ZEROS TO DESLIG-CODIGO.
           START ARQUIVO-DESLIGAMENTO KEY IS NOT LESS THAN
               DESLIG-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DOS-DESLIGAMENTOS
           END-START.
           PERFORM DEPOSITAR-RESCISAO-DO-FUNCIONARIO
               UNTIL ACABOU-DESLIGAMENTOS.

       DEPOSITAR-RESCISAO-DO-FUNCIONARIO.
           READ ARQUIVO-DESLIGAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-DESLIGAMENTOS
               NOT AT END
                   IF DESLIG-ANO = WS-COMP-ANO
                       AND DESLIG-MES = WS-COMP-MES
                       PERFORM DEPOSITAR-VERBAS-RESCISORIAS
                   END-IF
           END-READ.

       DEPOSITAR-VERBAS-RESCISORIAS.
           MOVE DESLIG-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADOS
               NOT INVALID KEY
                   MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
                   IF WS-EMPRESA-FUNC = SPACES
                       MOVE "01" TO WS-EMPRESA-FUNC
                   END-IF
                   IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                       AND NOT CONTRATO-ESTAGIO
                       PERFORM DEPOSITAR-FGTS-RESCISORIO
                   ELSE
                       ADD 1 TO WS-QTD-PULADOS
                   END-IF
           END-READ.

       DEPOSITAR-FGTS-RESCISORIO.
           IF DESLIG-FGTS-RESCISAO > ZERO
               COMPUTE WS-BASE-FGTS =
                   DESLIG-SALDO-SALARIO + DESLIG-13-PROPORC
               MOVE "R" TO WS-MOVIMENTO
               PERFORM GRAVAR-DEPOSITO
           END-IF.
           IF DESLIG-MULTA-FGTS > ZERO
               MOVE DESLIG-SALDO-FGTS TO WS-BASE-FGTS
               MOVE "F" TO WS-MOVIMENTO
               PERFORM GRAVAR-DEPOSITO
           END-IF.

      *> GRAVA O LANCAMENTO NO EXTRATO (REGRAVA SE A COMPETENCIA JA
      *> FOI APURADA) E O DETALHE "2" DA GUIA. O DEPOSITO RESCISORIO
      *> E A MULTA VEM PRONTOS DO DESLIGAMENTO; OS DEMAIS SAO 8% DA
      *> BASE
       GRAVAR-DEPOSITO.
           EVALUATE WS-MOVIMENTO
               WHEN "R"
                   MOVE DESLIG-FGTS-RESCISAO TO WS-VL-FGTS
               WHEN "F"
                   MOVE DESLIG-MULTA-FGTS TO WS-VL-FGTS
               WHEN OTHER
                   COMPUTE WS-VL-FGTS ROUNDED =
                       WS-BASE-FGTS * WS-FGTS-ALIQUOTA / 100
           END-EVALUATE.
           MOVE FUNCIONARIO-CODIGO TO FGTS-CODIGO.
           MOVE WS-COMPETENCIA     TO FGTS-COMPETENCIA.
           MOVE WS-MOVIMENTO       TO FGTS-TIPO.
           MOVE WS-BASE-FGTS       TO FGTS-BASE.
           IF FGTS-MULTA
               MOVE 40 TO FGTS-ALIQUOTA
           ELSE
               MOVE WS-FGTS-ALIQUOTA TO FGTS-ALIQUOTA
           END-IF.
           MOVE WS-VL-FGTS         TO FGTS-VALOR.
           MOVE WS-EMPRESA-FUNC    TO FGTS-EMPRESA.
           MOVE WS-DT-GERACAO      TO FGTS-DT-GERACAO.
           WRITE FGTS-REGISTRO
               INVALID KEY
                   REWRITE FGTS-REGISTRO
           END-WRITE.
           MOVE "2" TO GUIA-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO GUIA-D-CODIGO.
           MOVE FUNCIONARIO-NOME   TO GUIA-D-NOME.
           MOVE FUNCIONARIO-CPF    TO GUIA-D-CPF.
           MOVE WS-COMPETENCIA     TO GUIA-D-COMPETENCIA.
           MOVE WS-MOVIMENTO       TO GUIA-D-MOVIMENTO.
           COMPUTE GUIA-D-BASE-CENTAVOS = WS-BASE-FGTS * 100.
           COMPUTE GUIA-D-VALOR-CENTAVOS = WS-VL-FGTS * 100.
           WRITE GUIA-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD GUIA-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS.

       GRAVAR-TRAILER-GUIA.
           MOVE "9" TO GUIA-T-TIPO.
           MOVE WS-QTD-DETALHES   TO GUIA-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO GUIA-T-TOTAL-CENTAVOS.
           WRITE GUIA-TRAILER.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".
      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".
      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".
