      *> SIGN-ON DO PROG44) APROVA OU RECUSA CADA UMA, COM O MOTIVO
      *> DA RECUSA GUARDADO. A APROVACAO REESCREVE O MASTER, ALIMENTA
      *> O HISTORICO DE SALARIOS E A TRILHA DE AUDITORIA, EXATAMENTE
      *> COMO OS PROGRAMAS DE ORIGEM FAZIAM ANTES DA FILA. O
      *> DESLIGAMENTO APROVADO COM PENSAO ALIMENTICIA RETIDA GRAVA O
      *> PAGAMENTO DE CADA ORDEM A CREDITAR AO BENEFICIARIO (PROG110)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSESSAO.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELPENSAOPAG TAB
           COPY "SELPENSAOPAG.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDSESSAO.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".
      *> FDPENSAOPAG TAB
           COPY "FDPENSAOPAG.COB".

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           COPY "WSSALHIST.COB".
      *> WSFECHAMENTO TAB (BLOQUEIO DO FECHAMENTO MENSAL)
           COPY "WSFECHAMENTO.COB".
      *> WSPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "WSPENSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
           OPEN I-O ARQUIVO-DESLIGAMENTO.
           OPEN EXTEND ARQUIVO-SALHIST.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN I-O ARQUIVO-PENSAOPAG.
           MOVE "PROG92" TO WS-SALHIST-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SALHIST-OPERADOR.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-SALHIST.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-PENSAOPAG.

       MENU-PRINCIPAL.
           DISPLAY "L - LISTAR PENDENCIAS AGUARDANDO APROVACAO".
                       MOVE FUNCIONARIO-SALARIO
                           TO WS-SALHIST-ANTERIOR
                       MOVE PEND-VALOR-NOVO TO FUNCIONARIO-SALARIO
      *> NO HORISTA O VALOR DA HORA SEGUE O SALARIO DE REFERENCIA
      *> APROVADO (220 HORAS MENSAIS)
                       IF SALARIO-HORISTA
                           COMPUTE FUNCIONARIO-VALOR-HORA ROUNDED =
                               FUNCIONARIO-SALARIO / 220
                       END-IF
                       REWRITE FUNCIONARIO-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO APLICAR O SALARIO"
                           PERFORM GRAVAR-AUDITORIA
                   END-REWRITE
           END-READ.
           IF APLICACAO-CONCLUIDA AND DESLIG-PENSAO > ZERO
               PERFORM GRAVAR-PENSAO-RESCISAO
           END-IF.

      *> A PENSAO DA RESCISAO E REAPURADA PELO PDPENSAO SOBRE OS
      *> VALORES APROVADOS, NA COMPETENCIA DO DESLIGAMENTO, E CADA
      *> ORDEM VAI PARA O ARQUIVO DE PENSOES A CREDITAR
       GRAVAR-PENSAO-RESCISAO.
           MOVE DESLIG-CODIGO      TO WS-PENS-CODIGO.
           MOVE "R"                TO WS-PENS-ORIGEM.
           COMPUTE WS-PENS-COMPETENCIA = DESLIG-ANO * 100 + DESLIG-MES.
           MOVE DESLIG-TOTAL       TO WS-PENS-BRUTO.
           COMPUTE WS-PENS-DESC-LEGAIS = DESLIG-INSS + DESLIG-IRRF.
           IF FUNCIONARIO-EMPRESA = SPACES
               MOVE "01" TO WS-PENS-EMPRESA
           ELSE
               MOVE FUNCIONARIO-EMPRESA TO WS-PENS-EMPRESA
           END-IF.
           MOVE "S"                TO WS-PENS-GRAVAR.
           PERFORM PENS-APURAR-FUNCIONARIO.
           IF WS-PENS-VL-TOTAL NOT = DESLIG-PENSAO
               DISPLAY "ATENCAO: AS ORDENS DE PENSAO MUDARAM DESDE O "
                   "CALCULO DA RESCISAO; CONFIRA O VALOR CREDITADO"
           END-IF.

       RECUSAR-PENDENCIA.
           DISPLAY "INFORME O MOTIVO DA RECUSA: ".

      *> PDFECHAMENTO TAB (BLOQUEIO DO FECHAMENTO MENSAL)
           COPY "PDFECHAMENTO.COB".

      *> PDPENSAO TAB (APURACAO DA PENSAO ALIMENTICIA)
           COPY "PDPENSAO.COB".
