      *> PARA UM CODIGO ESPECIFICO OU PARA TODOS OS FUNCIONARIOS DA
      *> COMPETENCIA. AS RUBRICAS GRAVADAS PELO PROG41 NO ARQUIVO DE
      *> EVENTOS SAEM DETALHADAS VERBA A VERBA ENTRE OS DADOS
      *> CADASTRAIS E OS TOTAIS. A FOLHA COMPLEMENTAR (PROG114) TEM
      *> CONTRACHEQUE PROPRIO: O OPERADOR INFORMA O NUMERO DA FOLHA,
      *> 00 PARA A NORMAL DO MES. NA IMPRESSAO DE TODOS, O
      *> CONTRACHEQUE JA ENVIADO OU ENTREGUE POR E-MAIL (PROG130) NAO
      *> SAI EM PAPEL; O DEVOLVIDO E O DO NAO OPTANTE SAEM NORMALMENTE.
      *> O PEDIDO POR CODIGO SEMPRE IMPRIME (SEGUNDA VIA)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDEPARTAMENTO.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELHOLENVIO TAB
           COPY "SELHOLENVIO.COB".

           DATA DIVISION.
           FILE SECTION.
           COPY "FDDEPARTAMENTO.COB".
      *> FDFOLHAEVT TAB (RUBRICAS GRAVADAS PELO PROG41)
           COPY "FDFOLHAEVT.COB".
      *> FDHOLENVIO TAB (CONTRACHEQUES DISTRIBUIDOS PELO PROG130)
           COPY "FDHOLENVIO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-FOLHA          PIC 9(02) VALUE ZEROS.
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  WS-PAGINA         PIC 9(03) VALUE ZEROS.
       01  WS-TOTAL-IMPRESSOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ELETRONICOS PIC 9(05) VALUE ZEROS.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  FIM-DAS-RUBRICAS  PIC X(01) VALUE "N".
           88  ACABOU-RUBRICAS       VALUE "S".
       01  WS-QTD-RUBRICAS   PIC 9(02) VALUE ZEROS.
       01  WS-REFERENCIA-EDIT PIC ZZZ9.99.
      *> O HISTORICO GUARDA O PERCENTUAL COMO FRACAO (0.10 = 10%);
      *> NAS FOLHAS NOVAS A ALIQUOTA EFETIVA DO INSS SAI DO VALOR
      *> RETIDO SOBRE A BASE, COM AS DUAS CASAS DECIMAIS
       01  WS-PERC-CENTO     PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-PERC-EDIT      PIC Z9.99.

       01  WS-VL-LIQUIDO-IMP.
           05  FILLER             PIC X(02) VALUE "R$".
           05  WS-VL-LIQUIDO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-BASE-INSS-IMP.
           05  FILLER               PIC X(02) VALUE "R$".
           05  WS-VL-BASE-INSS-EDIT PIC ZZZZZ9.99.
       01  WS-VL-INSS-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-INSS-EDIT   PIC ZZZZZ9.99.
       01  WS-VL-IRRF-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-IRRF-EDIT   PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO (0 = TODOS): ".
           ACCEPT WS-CODIGO-PEDIDO.
           DISPLAY "INFORME A FOLHA (00 = NORMAL, 01 EM DIANTE = "
               "COMPLEMENTAR): ".
           ACCEPT WS-FOLHA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-HOLENVIO.
           IF WS-CODIGO-PEDIDO = ZERO
               PERFORM IMPRIMIR-TODOS-DA-COMPETENCIA
           ELSE
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-HOLENVIO.
           DISPLAY " ".
           DISPLAY "TOTAL DE CONTRACHEQUES IMPRESSOS: "
               WS-TOTAL-IMPRESSOS.
           IF WS-TOTAL-ELETRONICOS > ZERO
               DISPLAY "DISTRIBUIDOS POR E-MAIL (PROG130): "
                   WS-TOTAL-ELETRONICOS
           END-IF.
       PROGRAM-DONE.
        GOBACK.

       IMPRIMIR-UM-FUNCIONARIO.
           MOVE WS-COMPETENCIA   TO FOLHAHIST-COMPETENCIA.
           MOVE WS-CODIGO-PEDIDO TO FOLHAHIST-CODIGO.
           MOVE WS-FOLHA         TO FOLHAHIST-FOLHA.
           READ ARQUIVO-FOLHAHIST
               INVALID KEY
                   DISPLAY "NAO HA FOLHA GRAVADA PARA ESTE FUNCIONARIO "
       IMPRIMIR-TODOS-DA-COMPETENCIA.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.
           PERFORM IMPRIMIR-PROXIMO-DA-COMPETENCIA
               UNTIL ACABOU-HISTORICO.
           IF WS-TOTAL-IMPRESSOS = ZERO AND WS-TOTAL-ELETRONICOS = ZERO
               DISPLAY "NAO HA FOLHA GRAVADA PARA ESTA COMPETENCIA"
           END-IF.

                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       IF FOLHAHIST-FOLHA = WS-FOLHA
                           PERFORM VERIFICAR-ENVIO-E-IMPRIMIR
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

      *> ENVIADO (AGUARDANDO RETORNO) OU ENTREGUE POR E-MAIL NAO VAI
      *> PARA O PAPEL; SEM REGISTRO DE ENVIO, IMPRIME COMO SEMPRE
       VERIFICAR-ENVIO-E-IMPRIMIR.
           MOVE FOLHAHIST-COMPETENCIA TO HOLENV-COMPETENCIA.
           MOVE FOLHAHIST-FOLHA       TO HOLENV-FOLHA.
           MOVE FOLHAHIST-CODIGO      TO HOLENV-CODIGO.
           READ ARQUIVO-HOLENVIO
               INVALID KEY
                   PERFORM IMPRIMIR-CONTRACHEQUE
               NOT INVALID KEY
                   IF HOLENV-ENVIADO OR HOLENV-ENTREGUE
                       ADD 1 TO WS-TOTAL-ELETRONICOS
                   ELSE
                       PERFORM IMPRIMIR-CONTRACHEQUE
                   END-IF
           END-READ.

      *> UMA PAGINA POR FUNCIONARIO: CABECALHO COM COMPETENCIA E
      *> NUMERO DE PAGINA, DADOS CADASTRAIS DO MASTER E OS VALORES
      *> PERSISTIDOS NO HISTORICO DA FOLHA
           DISPLAY "============================================".
           DISPLAY CABECALHO-1.
           DISPLAY "============================================".
           IF NOT FOLHAHIST-NORMAL
               DISPLAY "FOLHA COMPLEMENTAR.: " FOLHAHIST-FOLHA
           END-IF.
           PERFORM BUSCAR-DADOS-CADASTRAIS.
           PERFORM LISTAR-RUBRICAS.
           MOVE FOLHAHIST-BRUTO    TO WS-VL-BRUTO-EDIT.
           COMPUTE WS-PERC-CENTO = FOLHAHIST-PERC-DESCONTO * 100.
           MOVE WS-PERC-CENTO TO WS-PERC-EDIT.
           DISPLAY "SALARIO BRUTO......: " WS-VL-BRUTO-IMP.
      *> FOLHAS GRAVADAS ANTES DA SEPARACAO DOS TRIBUTOS SO TEM O
      *> PERCENTUAL UNICO DA TABELA ANTIGA DE DESCONTOS
           IF FOLHAHIST-INSS = ZERO AND FOLHAHIST-IRRF = ZERO
               AND FOLHAHIST-BASE-INSS = ZERO
               DISPLAY "DESCONTO (" WS-PERC-EDIT "%)..: "
                   WS-VL-DESCONTO-IMP
           ELSE
               MOVE FOLHAHIST-BASE-INSS TO WS-VL-BASE-INSS-EDIT
               MOVE FOLHAHIST-INSS      TO WS-VL-INSS-EDIT
               MOVE FOLHAHIST-IRRF      TO WS-VL-IRRF-EDIT
               IF FOLHAHIST-BASE-INSS > ZERO
                   COMPUTE WS-PERC-CENTO ROUNDED =
                       FOLHAHIST-INSS * 100 / FOLHAHIST-BASE-INSS
                   MOVE WS-PERC-CENTO TO WS-PERC-EDIT
               END-IF
               DISPLAY "BASE DO INSS.......: " WS-VL-BASE-INSS-IMP
               DISPLAY "INSS (" WS-PERC-EDIT "%)......: "
                   WS-VL-INSS-IMP
               DISPLAY "IRRF...............: " WS-VL-IRRF-IMP
               DISPLAY "TOTAL DE DESCONTOS.: " WS-VL-DESCONTO-IMP
           END-IF.
           DISPLAY "LIQUIDO A RECEBER..: " WS-VL-LIQUIDO-IMP.
           DISPLAY "============================================".
           ADD 1 TO WS-TOTAL-IMPRESSOS.
           MOVE "N" TO FIM-DAS-RUBRICAS.
           MOVE WS-COMPETENCIA   TO FOLHAEVT-COMPETENCIA.
           MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO.
           MOVE FOLHAHIST-FOLHA  TO FOLHAEVT-FOLHA.
           MOVE ZEROS            TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAEVT-CODIGO = FOLHAHIST-CODIGO
                       AND FOLHAEVT-FOLHA = FOLHAHIST-FOLHA
                       PERFORM EXIBIR-RUBRICA
                   ELSE
                       MOVE "S" TO FIM-DAS-RUBRICAS
