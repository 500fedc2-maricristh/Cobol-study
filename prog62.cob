      *> SUBSTITUI O SIMPLES FLAG DE STATUS: CAPTURA DATA E MOTIVO DO
      *> DESLIGAMENTO, CALCULA AS VERBAS RESCISORIAS (SALDO DE SALARIO
      *> DOS DIAS TRABALHADOS, 13 PROPORCIONAL E FERIAS PROPORCIONAIS
      *> COM O TERCO), RETEM INSS E IRRF SOBRE O SALDO E, EM SEPARADO,
      *> SOBRE O 13 (PDIMPOSTO), APURA O DEPOSITO RESCISORIO DO FGTS
      *> E, NA DISPENSA SEM JUSTA CAUSA, A MULTA DE 40% SOBRE O SALDO
      *> DO EXTRATO DO FGTS (PROG105), RETEM A PENSAO ALIMENTICIA DAS
      *> ORDENS JUDICIAIS QUE INCIDEM NA RESCISAO (PDPENSAO), IMPRIME
      *> O DEMONSTRATIVO, GRAVA O EVENTO NO ARQUIVO DE DESLIGAMENTOS
      *> E INATIVA O REGISTRO NO MASTER, O QUE JA EXCLUI O
      *> FUNCIONARIO DO PROG41 E DO PROG46 DALI EM DIANTE. O
      *> DESLIGAMENTO E UMA MUDANCA SENSIVEL: A CONFIRMACAO DO
      *> OPERADOR GERA UMA PENDENCIA NA FILA DE APROVACAO E SO O
      *> SUPERVISOR (PROG92) EFETIVA O EVENTO NO MASTER E NA TRILHA
      *> DE AUDITORIA. NO HORISTA AS VERBAS USAM A MEDIA DAS HORAS
      *> DO PONTO NOS 12 MESES ANTERIORES (PDHORISTA). O ADICIONAL DE
      *> INSALUBRIDADE OU PERICULOSIDADE DO CARGO INTEGRA A BASE. O
      *> ESTAGIARIO RECEBE SEM 13, SEM INSS E SEM FGTS/MULTA.
      *> SEM EXAME DEMISSIONAL (PROG122) NEM OUTRO EXAME REALIZADO NOS
      *> 90 DIAS ANTERIORES O DESLIGAMENTO SO SEGUE COM A LIBERACAO DE
      *> UM SUPERVISOR, QUE VAI PARA A TRILHA DE AUDITORIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSESSAO.COB".
      *> SELPENDENTE TAB
           COPY "SELPENDENTE.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELFGTS TAB
           COPY "SELFGTS.COB".
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
      *> SELEXAME TAB
           COPY "SELEXAME.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDPENDENTE TAB
           COPY "FDPENDENTE.COB".

      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".

      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".

      *> FDFGTS TAB
           COPY "FDFGTS.COB".

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

      *> FDEXAME TAB (EXAMES MEDICOS OCUPACIONAIS)
           COPY "FDEXAME.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-AVOS-13        PIC 9(02) VALUE ZEROS.
       01  WS-AVOS-FERIAS    PIC 9(02) VALUE ZEROS.
       01  WS-DIAS-TRABALHADOS PIC 9(02) VALUE ZEROS.
      *> EXAME DEMISSIONAL: O ULTIMO EXAME FEITO HA ATE 90 DIAS
      *> DISPENSA UM NOVO
       01  WS-DIAS-VALIDADE-ASO PIC 9(03) VALUE 90.
       01  WS-DIAS-DESDE-EXAME PIC S9(07) VALUE ZEROS.
       01  WS-DT-DESLIG-N    PIC 9(08) VALUE ZEROS.
       01  FIM-DOS-EXAMES    PIC X(01) VALUE "N".
           88  ACABOU-EXAMES         VALUE "S".
       01  WS-EXAME-DEMISSIONAL PIC X(01) VALUE "N".
           88  TEM-EXAME-DEMISSIONAL VALUE "S".
       01  WS-DESLIG-LIBERADO PIC X(01) VALUE "N".
           88  DESLIGAMENTO-LIBERADO VALUE "S".
       01  WS-OPCAO-SUPERVISOR PIC X(01).
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".
      *> DEPENDENTES DO FUNCIONARIO ACEITOS NA DEDUCAO DO IRRF
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.
      *> ALIQUOTA DO DEPOSITO DO FGTS E DA MULTA RESCISORIA
       01  WS-FGTS-ALIQUOTA  PIC 9(02)V9(02) VALUE 8.00.
       01  WS-FGTS-PERC-MULTA PIC 9(02)V9(02) VALUE 40.00.
       01  FIM-DO-EXTRATO    PIC X(01) VALUE "N".
           88  ACABOU-EXTRATO        VALUE "S".
       01  WS-QTD-LANCAMENTOS-FGTS PIC 9(04) VALUE ZEROS.
      *> WSPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "WSPENSAO.COB".
      *> WSCALEND TAB (DIAS UTEIS PELO CALENDARIO DE FERIADOS)
           COPY "WSCALEND.COB".
      *> WSHORISTA TAB (MEDIA DE HORAS DO HORISTA)
           COPY "WSHORISTA.COB".
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-SALDO-IMP.
       01  WS-TOTAL-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-TOTAL-EDIT   PIC ZZZZZZ9.99.
       01  WS-INSS-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-INSS-EDIT    PIC ZZZZZ9.99.
       01  WS-IRRF-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-IRRF-EDIT    PIC ZZZZZ9.99.
       01  WS-LIQUIDO-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-LIQUIDO-EDIT PIC ZZZZZZ9.99.
       01  WS-FGTS-RESC-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-FGTS-RESC-EDIT PIC ZZZZZ9.99.
       01  WS-SALDO-FGTS-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-SALDO-FGTS-EDIT PIC ZZZZZZZ9.99.
       01  WS-PENSAO-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-PENSAO-EDIT  PIC ZZZZZZ9.99.
       01  WS-MULTA-FGTS-IMP.
           05  FILLER          PIC X(02) VALUE "R$".
           05  WS-MULTA-FGTS-EDIT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-DESLIGAMENTO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-FGTS.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-EXAME.
           PERFORM PROCESSAR-DESLIGAMENTO UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-TABIMPOSTO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-FGTS.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-EXAME.
       PROGRAM-DONE.
        GOBACK.

           DISPLAY "INFORME A DATA DO DESLIGAMENTO (AAAAMMDD): ".
           ACCEPT DESLIG-DATA.
           PERFORM INFORMAR-MOTIVO.
           PERFORM VERIFICAR-EXAME-DEMISSIONAL.
           IF NOT DESLIGAMENTO-LIBERADO
               DISPLAY "DESLIGAMENTO CANCELADO"
           ELSE
               PERFORM CALCULAR-VERBAS-RESCISORIAS
               PERFORM IMPRIMIR-DEMONSTRATIVO
               DISPLAY "CONFIRMA O ENCAMINHAMENTO DO DESLIGAMENTO "
                   "PARA APROVACAO? (S/N): "
               ACCEPT OPCAO
               IF OPCAO = "S" OR OPCAO = "s"
                   PERFORM ENCAMINHAR-PARA-APROVACAO
               ELSE
                   DISPLAY "DESLIGAMENTO CANCELADO"
               END-IF
           END-IF.

      *> VALE O DEMISSIONAL REALIZADO OU QUALQUER EXAME REALIZADO NOS
      *> 90 DIAS ANTERIORES A DATA DO DESLIGAMENTO. SEM ELE O
      *> OPERADOR E AVISADO E SO O SUPERVISOR AUTENTICADO NO SIGN-ON
      *> PODE LIBERAR, COM REGISTRO NA TRILHA DE AUDITORIA
       VERIFICAR-EXAME-DEMISSIONAL.
           MOVE "N" TO WS-EXAME-DEMISSIONAL.
           MOVE DESLIG-DATA TO WS-DT-DESLIG-N.
           MOVE "N" TO FIM-DOS-EXAMES.
           MOVE FUNCIONARIO-CODIGO TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EXAMES
           END-START.
           PERFORM AVALIAR-PROXIMO-EXAME UNTIL ACABOU-EXAMES.
           IF TEM-EXAME-DEMISSIONAL
               MOVE "S" TO WS-DESLIG-LIBERADO
           ELSE
               MOVE "N" TO WS-DESLIG-LIBERADO
               DISPLAY "AVISO: FUNCIONARIO SEM EXAME DEMISSIONAL "
                   "REALIZADO (PROG122)"
               PERFORM PEDIR-LIBERACAO-SEM-EXAME
           END-IF.

       AVALIAR-PROXIMO-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EXAMES
               NOT AT END
                   IF EXAME-CODIGO-FUNC = FUNCIONARIO-CODIGO
                       IF NOT EXAME-PENDENTE
                           PERFORM AVALIAR-EXAME-REALIZADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-EXAMES
                   END-IF
           END-READ.

       AVALIAR-EXAME-REALIZADO.
           IF EXAME-DEMISSIONAL
               MOVE "S" TO WS-EXAME-DEMISSIONAL
           ELSE
               COMPUTE WS-DIAS-DESDE-EXAME =
                   FUNCTION INTEGER-OF-DATE(WS-DT-DESLIG-N)
                   - FUNCTION INTEGER-OF-DATE(EXAME-DT-REALIZACAO)
               IF WS-DIAS-DESDE-EXAME NOT < ZERO
                   AND WS-DIAS-DESDE-EXAME NOT > WS-DIAS-VALIDADE-ASO
                   MOVE "S" TO WS-EXAME-DEMISSIONAL
               END-IF
           END-IF.

       PEDIR-LIBERACAO-SEM-EXAME.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "DESLIGAMENTO SEM EXAME DEMISSIONAL RESTRITO A "
                   "SUPERVISORES"
           ELSE
               DISPLAY "SUPERVISOR LIBERA O DESLIGAMENTO SEM EXAME? "
                   "(S/N): "
               ACCEPT WS-OPCAO-SUPERVISOR
               IF WS-OPCAO-SUPERVISOR = "S"
                   OR WS-OPCAO-SUPERVISOR = "s"
                   MOVE "S" TO WS-DESLIG-LIBERADO
                   PERFORM GRAVAR-AUDITORIA-SEM-EXAME
               END-IF
           END-IF.

       GRAVAR-AUDITORIA-SEM-EXAME.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "DESL-S/ASO"       TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       INFORMAR-MOTIVO.
           MOVE "N" TO WS-MOTIVO-OK.
           PERFORM ACEITAR-MOTIVO UNTIL MOTIVO-VALIDO.
      *> SALDO DE SALARIO PELOS DIAS TRABALHADOS NO MES (BASE 30),
      *> 13 PROPORCIONAL PELOS AVOS DO ANO DO DESLIGAMENTO E FERIAS
      *> PROPORCIONAIS PELOS MESES DESDE O ULTIMO ANIVERSARIO DE
      *> ADMISSAO, ACRESCIDAS DO TERCO CONSTITUCIONAL. A BASE E O
      *> SALARIO DO MENSALISTA OU A MEDIA DE HORAS DO HORISTA, MAIS
      *> O ADICIONAL DO CARGO
       CALCULAR-VERBAS-RESCISORIAS.
           COMPUTE WS-HOR-COMPETENCIA = DESLIG-ANO * 100 + DESLIG-MES.
           PERFORM HOR-APURAR-SALARIO-BASE.
           MOVE WS-HOR-SALARIO-BASE TO WS-ADIC-SALARIO-BASE.
           PERFORM ADIC-APURAR-ADICIONAL.
           MOVE DESLIG-DIA TO WS-DIAS-TRABALHADOS.
           IF WS-DIAS-TRABALHADOS > 30
               MOVE 30 TO WS-DIAS-TRABALHADOS
           END-IF.
           COMPUTE DESLIG-SALDO-SALARIO ROUNDED =
               (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
               WS-DIAS-TRABALHADOS / 30.
           IF FUNCIONARIO-DT-ADM-ANO < DESLIG-ANO
               MOVE DESLIG-MES TO WS-AVOS-13
           ELSE
                       DESLIG-MES - FUNCIONARIO-DT-ADM-MES + 1
               END-IF
           END-IF.
      *> ESTAGIARIO NAO TEM 13 (NEM NO PROG55), SO A BOLSA
           IF CONTRATO-ESTAGIO
               MOVE ZERO TO WS-AVOS-13
           END-IF.
           COMPUTE DESLIG-13-PROPORC ROUNDED =
               (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
               WS-AVOS-13 / 12.
           IF DESLIG-MES >= FUNCIONARIO-DT-ADM-MES
               COMPUTE WS-AVOS-FERIAS =
                   DESLIG-MES - FUNCIONARIO-DT-ADM-MES
                   DESLIG-MES + 12 - FUNCIONARIO-DT-ADM-MES
           END-IF.
           COMPUTE DESLIG-FERIAS-PROPORC ROUNDED =
               (WS-HOR-SALARIO-BASE + WS-ADIC-VALOR) *
               WS-AVOS-FERIAS / 12.
           COMPUTE DESLIG-TERCO-FERIAS ROUNDED =
               DESLIG-FERIAS-PROPORC / 3.
           COMPUTE DESLIG-TOTAL =
               DESLIG-SALDO-SALARIO + DESLIG-13-PROPORC +
               DESLIG-FERIAS-PROPORC + DESLIG-TERCO-FERIAS.
           PERFORM CALCULAR-RETENCOES-RESCISAO.
           PERFORM CALCULAR-FGTS-RESCISAO.

      *> TABELAS DO MES DO DESLIGAMENTO. O SALDO DE SALARIO E O 13
      *> PROPORCIONAL SAO TRIBUTADOS CADA UM NA SUA BASE (O 13 TEM
      *> TRIBUTACAO EXCLUSIVA, COMO NO PROG55); FERIAS INDENIZADAS E
      *> O TERCO SAO ISENTOS E NAO ENTRAM EM NENHUMA DAS BASES.
      *> ESTAGIARIO NAO E SEGURADO DO INSS: SO RETEM IRRF, COMO NA
      *> FOLHA DO PROG41
       CALCULAR-RETENCOES-RESCISAO.
           COMPUTE WS-IMP-COMPETENCIA = DESLIG-ANO * 100 + DESLIG-MES.
           PERFORM IMP-CARREGAR-TABELAS.
           PERFORM CONTAR-DEPENDENTES-IR.
           MOVE WS-QTD-DEPENDENTES-IR TO WS-IMP-QTD-DEPENDENTES.
           MOVE DESLIG-SALDO-SALARIO TO WS-IMP-BASE-INSS.
           MOVE DESLIG-SALDO-SALARIO TO WS-IMP-RENDIMENTO.
           PERFORM CALCULAR-INSS-RESCISAO.
           PERFORM IMP-CALCULAR-IRRF.
           MOVE WS-IMP-VL-INSS TO DESLIG-INSS.
           MOVE WS-IMP-VL-IRRF TO DESLIG-IRRF.
           MOVE DESLIG-13-PROPORC TO WS-IMP-BASE-INSS.
           MOVE DESLIG-13-PROPORC TO WS-IMP-RENDIMENTO.
           PERFORM CALCULAR-INSS-RESCISAO.
           PERFORM IMP-CALCULAR-IRRF.
           ADD WS-IMP-VL-INSS TO DESLIG-INSS.
           ADD WS-IMP-VL-IRRF TO DESLIG-IRRF.
           PERFORM APURAR-PENSAO-RESCISAO.
           COMPUTE DESLIG-LIQUIDO =
               DESLIG-TOTAL - DESLIG-INSS - DESLIG-IRRF - DESLIG-PENSAO.

       CALCULAR-INSS-RESCISAO.
           IF CONTRATO-ESTAGIO
               MOVE ZEROS TO WS-IMP-BASE-INSS WS-IMP-VL-INSS
                   WS-IMP-ALIQ-INSS
           ELSE
               PERFORM IMP-CALCULAR-INSS
           END-IF.

      *> PENSAO DAS ORDENS QUE INCIDEM NA RESCISAO, SOBRE O TOTAL E O
      *> LIQUIDO LEGAL (TOTAL MENOS INSS E IRRF). AQUI SO SE APURA O
      *> VALOR: O PAGAMENTO AO BENEFICIARIO E GRAVADO PELO PROG92
      *> QUANDO O SUPERVISOR APROVA O DESLIGAMENTO
       APURAR-PENSAO-RESCISAO.
           MOVE FUNCIONARIO-CODIGO TO WS-PENS-CODIGO.
           MOVE "R"                TO WS-PENS-ORIGEM.
           COMPUTE WS-PENS-COMPETENCIA = DESLIG-ANO * 100 + DESLIG-MES.
           MOVE DESLIG-TOTAL       TO WS-PENS-BRUTO.
           COMPUTE WS-PENS-DESC-LEGAIS = DESLIG-INSS + DESLIG-IRRF.
           MOVE "N"                TO WS-PENS-GRAVAR.
           PERFORM PENS-APURAR-FUNCIONARIO.
           MOVE WS-PENS-VL-TOTAL TO DESLIG-PENSAO.

      *> DEPOSITO RESCISORIO DE 8% SOBRE O SALDO DE SALARIO E O 13
      *> PROPORCIONAL (FERIAS INDENIZADAS NAO TEM FGTS). NA DISPENSA
      *> SEM JUSTA CAUSA A MULTA DE 40% INCIDE SOBRE O SALDO PARA FINS
      *> RESCISORIOS: OS DEPOSITOS MENSAIS E DO 13 JA LANCADOS NO
      *> EXTRATO PELO PROG105 MAIS O DEPOSITO RESCISORIO. OS VALORES
      *> VAO PARA A CONTA VINCULADA E NAO MEXEM NO LIQUIDO. O
      *> ESTAGIARIO NAO TEM FGTS (O PROG105 TAMBEM NAO DEPOSITA): NEM
      *> DEPOSITO RESCISORIO NEM MULTA
       CALCULAR-FGTS-RESCISAO.
           MOVE ZEROS TO DESLIG-FGTS-RESCISAO.
           MOVE ZEROS TO DESLIG-SALDO-FGTS.
           MOVE ZEROS TO DESLIG-MULTA-FGTS.
           MOVE ZEROS TO WS-QTD-LANCAMENTOS-FGTS.
           IF NOT CONTRATO-ESTAGIO
               PERFORM APURAR-FGTS-RESCISAO
           END-IF.

       APURAR-FGTS-RESCISAO.
           COMPUTE DESLIG-FGTS-RESCISAO ROUNDED =
               (DESLIG-SALDO-SALARIO + DESLIG-13-PROPORC)
               * WS-FGTS-ALIQUOTA / 100.
           MOVE "N" TO FIM-DO-EXTRATO.
           MOVE FUNCIONARIO-CODIGO TO FGTS-CODIGO.
           MOVE ZEROS TO FGTS-COMPETENCIA.
           MOVE LOW-VALUES TO FGTS-TIPO.
           START ARQUIVO-FGTS KEY IS NOT LESS THAN FGTS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-EXTRATO
           END-START.
           PERFORM SOMAR-PROXIMO-DEPOSITO-FGTS UNTIL ACABOU-EXTRATO.
           ADD DESLIG-FGTS-RESCISAO TO DESLIG-SALDO-FGTS.
           IF MOTIVO-SEM-JUSTA-CAUSA
               COMPUTE DESLIG-MULTA-FGTS ROUNDED =
                   DESLIG-SALDO-FGTS * WS-FGTS-PERC-MULTA / 100
           END-IF.

      *> A MULTA DE UM DESLIGAMENTO ANTERIOR NAO FAZ PARTE DO SALDO
       SOMAR-PROXIMO-DEPOSITO-FGTS.
           READ ARQUIVO-FGTS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-EXTRATO
               NOT AT END
                   IF FGTS-CODIGO = FUNCIONARIO-CODIGO
                       IF NOT FGTS-MULTA
                           ADD FGTS-VALOR TO DESLIG-SALDO-FGTS
                           ADD 1 TO WS-QTD-LANCAMENTOS-FGTS
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-EXTRATO
                   END-IF
           END-READ.

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

       IMPRIMIR-DEMONSTRATIVO.
           MOVE DESLIG-SALDO-SALARIO  TO WS-SALDO-EDIT.
           MOVE DESLIG-FERIAS-PROPORC TO WS-FERIAS-EDIT.
           MOVE DESLIG-TERCO-FERIAS   TO WS-TERCO-EDIT.
           MOVE DESLIG-TOTAL          TO WS-TOTAL-EDIT.
           MOVE DESLIG-INSS           TO WS-INSS-EDIT.
           MOVE DESLIG-IRRF           TO WS-IRRF-EDIT.
           MOVE DESLIG-LIQUIDO        TO WS-LIQUIDO-EDIT.
           MOVE DESLIG-PENSAO         TO WS-PENSAO-EDIT.
           MOVE DESLIG-FGTS-RESCISAO  TO WS-FGTS-RESC-EDIT.
           MOVE DESLIG-SALDO-FGTS     TO WS-SALDO-FGTS-EDIT.
           MOVE DESLIG-MULTA-FGTS     TO WS-MULTA-FGTS-EDIT.
           DISPLAY " ".
           DISPLAY "========== DEMONSTRATIVO DE DESLIGAMENTO ======".
           DISPLAY "CODIGO.............: " FUNCIONARIO-CODIGO.
           DISPLAY "NOME...............: " FUNCIONARIO-NOME.
           DISPLAY "DATA DESLIGAMENTO..: " DESLIG-DATA.
           DISPLAY "MOTIVO.............: " DESLIG-MOTIVO.
           IF SALARIO-HORISTA
               DISPLAY "HORISTA, MEDIA DE..: " WS-HOR-MEDIA-HORAS
                   " HORAS EM " WS-HOR-QTD-MESES " MES(ES)"
           END-IF.
           IF NOT ADIC-SEM-ADICIONAL
               DISPLAY "ADICIONAL NA BASE..: " WS-ADIC-DESCRICAO
                   " " WS-ADIC-VALOR
           END-IF.
           DISPLAY "SALDO DE SALARIO...: " WS-SALDO-IMP
               " (" WS-DIAS-TRABALHADOS " DIAS)".
           DISPLAY "13 PROPORCIONAL....: " WS-13-IMP
               " (" WS-AVOS-FERIAS "/12)".
           DISPLAY "TERCO DE FERIAS....: " WS-TERCO-IMP.
           DISPLAY "TOTAL DA RESCISAO..: " WS-TOTAL-IMP.
           DISPLAY "INSS RETIDO........: " WS-INSS-IMP.
           DISPLAY "IRRF RETIDO........: " WS-IRRF-IMP.
           IF DESLIG-PENSAO > ZERO
               DISPLAY "PENSAO ALIMENTICIA.: " WS-PENSAO-IMP
                   " (" WS-PENS-QTD-ORDENS " ORDEM(NS))"
           END-IF.
           DISPLAY "LIQUIDO A PAGAR....: " WS-LIQUIDO-IMP.
           DISPLAY "FGTS RESCISORIO....: " WS-FGTS-RESC-IMP.
           DISPLAY "SALDO FGTS RESCISAO: " WS-SALDO-FGTS-IMP.
           IF CONTRATO-ESTAGIO
               DISPLAY "ESTAGIARIO: SEM 13, INSS E FGTS NA RESCISAO"
           END-IF.
           IF MOTIVO-SEM-JUSTA-CAUSA AND NOT CONTRATO-ESTAGIO
               DISPLAY "MULTA FGTS (40%)...: " WS-MULTA-FGTS-IMP
               IF WS-QTD-LANCAMENTOS-FGTS = ZERO
                   DISPLAY "ATENCAO: SEM DEPOSITOS NO EXTRATO DO FGTS; "
                       "CONFIRA O SALDO NA CAIXA ANTES DE RECOLHER"
               END-IF
           END-IF.
           DISPLAY "===============================================".

      *> O REGISTRO CALCULADO (COM AS VERBAS E A MARCA DE REMESSA

      *> PDPENDENTE TAB (FILA DE APROVACAO DO MAKER-CHECKER)
           COPY "PDPENDENTE.COB".

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
