      *> PROGRAMA DE CALCULO DO DECIMO TERCEIRO SALARIO
      *> NOS MOLDES DO PROG41: PARA CADA FUNCIONARIO ATIVO CALCULA OS
      *> DOZE AVOS PROPORCIONAIS A PARTIR DE FUNCIONARIO-DT-ADMISSAO
      *> (ADMITIDO EM MARCO RECEBE 10/12), RETEM INSS E IRRF SOBRE O
      *> 13 EM SEPARADO DA FOLHA (TRIBUTACAO EXCLUSIVA, TABELAS DE
      *> DEZEMBRO DO PDIMPOSTO) E IMPRIME O RELATORIO COM TOTAIS.
      *> SUPORTA O PAGAMENTO EM DUAS PARCELAS: ADIANTAMENTO EM
      *> NOVEMBRO (SEM DESCONTO) E SALDO EM DEZEMBRO (COM AS
      *> RETENCOES INTEGRAIS). A PENSAO ALIMENTICIA DAS ORDENS QUE
      *> INCIDEM NO 13 (PDPENSAO) SAI INTEGRAL NO SALDO DE DEZEMBRO,
      *> QUE GRAVA O PAGAMENTO A CREDITAR AO BENEFICIARIO (PROG110).
      *> NO HORISTA A BASE DO 13 E A MEDIA DAS HORAS DO PONTO NO ANO
      *> (PDHORISTA), NAO O SALARIO DE REFERENCIA. O ADICIONAL DE
      *> INSALUBRIDADE OU PERICULOSIDADE DO CARGO INTEGRA A BASE.
      *> ESTAGIARIO NAO TEM 13 E FICA FORA DO CALCULO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.COB".
      *> SELCHECKPONTO TAB
           COPY "SELCHECKPONTO.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELCALEND TAB
           COPY "SELCALEND.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDCHECKPONTO TAB
           COPY "FDCHECKPONTO.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".
      *> FDPENSAOPAG TAB
           COPY "FDPENSAOPAG.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDCALEND TAB (CALENDARIO DE FERIADOS DO PROG83)
           COPY "FDCALEND.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           88  PRIMEIRA-PARCELA      VALUE "1".
           88  SEGUNDA-PARCELA       VALUE "2".
       01  WS-MESES-TRABALHADOS PIC 9(02) VALUE ZEROS.
       01  WS-VL-13-TOTAL    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-DESCONTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-INSS     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-IRRF     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-PARCELA-1   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-PARCELA-2   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-PAGO        PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-13-PENSAO   PIC 9(07)V9(02) VALUE ZEROS.

      *> PENSAO ALIMENTICIA DAS ORDENS JUDICIAIS QUE INCIDEM NO 13
      *> WSPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "WSPENSAO.COB".

      *> TABELAS DE INSS E IRRF EM VIGOR EM DEZEMBRO DO ANO DE
      *> REFERENCIA, CARREGADAS DO TABIMPOSTO (PROG104) COMO NO PROG41
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".

      *> MEDIA DAS HORAS DO HORISTA NO ANO, COM O DSR PELO CALENDARIO
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".

      *> DEPENDENTES DO FUNCIONARIO ACEITOS NA DEDUCAO DO IRRF
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.

       01  WS-TOTAL-13       PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-DESCONTO PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-INSS     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-IRRF     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-PAGO     PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-PENSAO   PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-FUNCS    PIC 9(05) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-PAGO-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-VL-PAGO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-INSS-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-VL-INSS-EDIT PIC ZZZZZ9.99.
       01  WS-VL-IRRF-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-VL-IRRF-EDIT PIC ZZZZZ9.99.
       01  WS-TOTAL-INSS-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-TOTAL-INSS-EDIT  PIC ZZZZZZ9.99.
       01  WS-TOTAL-IRRF-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-TOTAL-IRRF-EDIT  PIC ZZZZZZ9.99.
       01  WS-VL-PENSAO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-PENSAO-EDIT PIC ZZZZZ9.99.
       01  WS-TOTAL-PENSAO-IMP.
           05  FILLER              PIC X(02) VALUE "R$".
           05  WS-TOTAL-PENSAO-EDIT PIC ZZZZZZ9.99.
       01  WS-TOTAL-13-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-TOTAL-13-EDIT  PIC ZZZZZZ9.99.
               MOVE "2" TO WS-PARCELA
           END-IF.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN I-O ARQUIVO-PENSAOPAG.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           COMPUTE WS-IMP-COMPETENCIA =
               WS-ANO-REFERENCIA * 100 + 12.
           PERFORM IMP-CARREGAR-TABELAS.
           OPEN I-O ARQUIVO-CHECKPOINT.
           PERFORM CKPT-LER-PONTO-DE-PARTIDA.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM CALCULAR-13-FUNCIONARIO
               UNTIL ACABOU-ARQUIVO OR CKPT-DEVE-PARAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-TABIMPOSTO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-PENSAOPAG.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           IF CKPT-DEVE-PARAR
               DISPLAY "CALCULO INTERROMPIDO PELO OPERADOR, PONTO "
                   "GRAVADO"
               MOVE WS-TOTAL-13       TO WS-TOTAL-13-EDIT
               MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-DESC-EDIT
               MOVE WS-TOTAL-PAGO     TO WS-TOTAL-PAGO-EDIT
               MOVE WS-TOTAL-INSS     TO WS-TOTAL-INSS-EDIT
               MOVE WS-TOTAL-IRRF     TO WS-TOTAL-IRRF-EDIT
               MOVE WS-TOTAL-PENSAO   TO WS-TOTAL-PENSAO-EDIT
               DISPLAY " "
               DISPLAY "===== TOTAIS DO DECIMO TERCEIRO ====="
               DISPLAY "FUNCIONARIOS PROCESSADOS: " WS-TOTAL-FUNCS
               DISPLAY "TOTAL 13 SALARIO: " WS-TOTAL-13-IMP
               DISPLAY "TOTAL DESCONTO..: " WS-TOTAL-DESC-IMP
               DISPLAY "  INSS..........: " WS-TOTAL-INSS-IMP
               DISPLAY "  IRRF..........: " WS-TOTAL-IRRF-IMP
               DISPLAY "  PENSAO........: " WS-TOTAL-PENSAO-IMP
               DISPLAY "TOTAL A PAGAR...: " WS-TOTAL-PAGO-IMP
           END-IF.
           CLOSE ARQUIVO-CHECKPOINT.
           PERFORM LER-PROXIMO-REGISTRO.

       CALCULAR-13-FUNCIONARIO.
      *> FUNCIONARIO INATIVO (EXCLUSAO LOGICA) NAO RECEBE 13, NEM O
      *> ESTAGIARIO, QUE SO TEM A BOLSA (O PROG105 TAMBEM O PULA)
           IF FUNCIONARIO-ATIVO AND NOT CONTRATO-ESTAGIO
               PERFORM CALCULAR-MESES-TRABALHADOS
               IF WS-MESES-TRABALHADOS > ZERO
                   PERFORM CALCULAR-VALORES-13
                   ADD 1 TO WS-TOTAL-FUNCS
                   ADD WS-VL-13-TOTAL    TO WS-TOTAL-13
                   ADD WS-VL-13-DESCONTO TO WS-TOTAL-DESCONTO
                   ADD WS-VL-13-INSS     TO WS-TOTAL-INSS
                   ADD WS-VL-13-IRRF     TO WS-TOTAL-IRRF
                   ADD WS-VL-13-PENSAO   TO WS-TOTAL-PENSAO
                   ADD WS-VL-PAGO        TO WS-TOTAL-PAGO
               END-IF
           END-IF.
           END-EVALUATE.

       CALCULAR-VALORES-13.
           COMPUTE WS-HOR-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           PERFORM HOR-APURAR-SALARIO-BASE.
           MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE.
           PERFORM ADIC-APURAR-ADICIONAL.
           COMPUTE WS-VL-13-TOTAL ROUNDED =
               (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
               WS-MESES-TRABALHADOS / 12.
      *> TRIBUTACAO EXCLUSIVA: INSS PROGRESSIVO SOBRE O 13 INTEGRAL E
      *> IRRF SOBRE O 13 MENOS O INSS E A DEDUCAO DOS DEPENDENTES,
      *> SEM SOMAR COM A FOLHA DO MES
           PERFORM CONTAR-DEPENDENTES-IR.
           MOVE WS-VL-13-TOTAL TO WS-IMP-BASE-INSS.
           MOVE WS-VL-13-TOTAL TO WS-IMP-RENDIMENTO.
           MOVE WS-QTD-DEPENDENTES-IR TO WS-IMP-QTD-DEPENDENTES.
           PERFORM IMP-CALCULAR-INSS.
           PERFORM IMP-CALCULAR-IRRF.
           MOVE WS-IMP-VL-INSS TO WS-VL-13-INSS.
           MOVE WS-IMP-VL-IRRF TO WS-VL-13-IRRF.
           COMPUTE WS-VL-13-DESCONTO = WS-VL-13-INSS + WS-VL-13-IRRF.
           PERFORM APURAR-PENSAO-DO-13.
           ADD WS-VL-13-PENSAO TO WS-VL-13-DESCONTO.
           COMPUTE WS-VL-PARCELA-1 ROUNDED = WS-VL-13-TOTAL / 2.
      *> O DESCONTO INTEGRAL SAI NA SEGUNDA PARCELA, COMO MANDA A
      *> REGRA DO ADIANTAMENTO DE NOVEMBRO
               MOVE WS-VL-PARCELA-2 TO WS-VL-PAGO
           END-IF.

      *> A PENSAO INCIDE SOBRE O 13 INTEGRAL E O SEU LIQUIDO (MENOS
      *> INSS E IRRF DO 13); O PAGAMENTO AO BENEFICIARIO SO E GRAVADO
      *> NO SALDO DE DEZEMBRO, QUANDO O DESCONTO E EFETIVADO
       APURAR-PENSAO-DO-13.
           MOVE FUNCIONARIO-CODIGO TO WS-PENS-CODIGO.
           MOVE "T"                TO WS-PENS-ORIGEM.
           COMPUTE WS-PENS-COMPETENCIA = WS-ANO-REFERENCIA * 100 + 12.
           MOVE WS-VL-13-TOTAL     TO WS-PENS-BRUTO.
           MOVE WS-VL-13-DESCONTO  TO WS-PENS-DESC-LEGAIS.
           IF FUNCIONARIO-EMPRESA = SPACES
               MOVE "01" TO WS-PENS-EMPRESA
           ELSE
               MOVE FUNCIONARIO-EMPRESA TO WS-PENS-EMPRESA
           END-IF.
           IF SEGUNDA-PARCELA
               MOVE "S" TO WS-PENS-GRAVAR
           ELSE
               MOVE "N" TO WS-PENS-GRAVAR
           END-IF.
           PERFORM PENS-APURAR-FUNCIONARIO.
           MOVE WS-PENS-VL-TOTAL TO WS-VL-13-PENSAO.

       EXIBIR-13-FUNCIONARIO.
           MOVE WS-VL-13-TOTAL    TO WS-VL-13-EDIT.
           MOVE WS-VL-13-DESCONTO TO WS-VL-DESC-EDIT.
           DISPLAY "CODIGO: " FUNCIONARIO-CODIGO
               "  NOME: " FUNCIONARIO-NOME.
           DISPLAY "  AVOS.......: " WS-MESES-TRABALHADOS "/12".
           IF SALARIO-HORISTA
               DISPLAY "  HORISTA....: MEDIA DE " WS-HOR-MEDIA-HORAS
                   " HORAS EM " WS-HOR-QTD-MESES " MES(ES)"
           END-IF.
           IF NOT ADIC-SEM-ADICIONAL
               DISPLAY "  ADICIONAL..: " WS-ADIC-DESCRICAO
                   " " WS-ADIC-VALOR
           END-IF.
           MOVE WS-VL-13-INSS     TO WS-VL-INSS-EDIT.
           MOVE WS-VL-13-IRRF     TO WS-VL-IRRF-EDIT.
           DISPLAY "  13 INTEGRAL: " WS-VL-13-IMP
               "  DESCONTO: " WS-VL-DESC-IMP.
           DISPLAY "  INSS.......: " WS-VL-INSS-IMP
               "  IRRF....: " WS-VL-IRRF-IMP.
           IF WS-VL-13-PENSAO > ZERO
               MOVE WS-VL-13-PENSAO TO WS-VL-PENSAO-EDIT
               DISPLAY "  PENSAO.....: " WS-VL-PENSAO-IMP
                   " (" WS-PENS-QTD-ORDENS " ORDEM(NS))"
           END-IF.
           IF PRIMEIRA-PARCELA
               DISPLAY "  PARCELA 1..: " WS-VL-PAGO-IMP
           ELSE
               DISPLAY "  PARCELA 2..: " WS-VL-PAGO-IMP
           END-IF.

      *> DEPENDENTES QUE A LEI DO IMPOSTO ACEITA (FILHO, CONJUGE E
      *> ASCENDENTE), NO MESMO CRITERIO DA FOLHA DO PROG41
       CONTAR-DEPENDENTES-IR.
           MOVE ZEROS TO WS-QTD-DEPENDENTES-IR.
           MOVE "N" TO FIM-DOS-DEPENDENTES.
           MOVE FUNCIONARIO-CODIGO TO DEP-CODIGO-FUNC.
           MOVE ZEROS TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTE KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-DEPENDENTES
           END-START.
           PERFORM CONTAR-PROXIMO-DEPENDENTE UNTIL ACABOU-DEPENDENTES.

       CONTAR-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-DEPENDENTES
               NOT AT END
                   IF DEP-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       IF NOT DEP-OUTRO
                           ADD 1 TO WS-QTD-DEPENDENTES-IR
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-DEPENDENTES
                   END-IF
           END-READ.

      *> PDCHECKPONTO TAB
           COPY "PDCHECKPONTO.COB".

      *> PDIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "PDIMPOSTO.COB".

      *> PDPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "PDPENSAO.COB".

      *> PDCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "PDCALEND.COB".

      *> PDHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "PDHORISTA.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".
