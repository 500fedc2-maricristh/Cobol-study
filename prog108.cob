       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG108.
      *> PROGRAMA DE GERACAO DO ADIANTAMENTO QUINZENAL DE SALARIO
      *> O ACORDO COLETIVO PAGA NO DIA 20 UM ADIANTAMENTO DE 40% DO
      *> SALARIO. O LOTE RODA POR COMPETENCIA E EMPRESA, APURA O
      *> ADIANTAMENTO DE CADA FUNCIONARIO ATIVO, GRAVA-O NO ARQUIVO
      *> ADIANTAMENTO (QUE O PROG41 DESCONTA NA FOLHA DO FIM DO MES)
      *> E GERA A REMESSA DO CREDITO NO LAYOUT POSICIONAL DO PROG67:
      *> HEADER "1", UM DETALHE "2" POR FUNCIONARIO COM CONTA E
      *> TRAILER "9" COM A QUANTIDADE E O TOTAL EM CENTAVOS. FICAM
      *> DE FORA O AFASTADO SEM REMUNERACAO NO DIA DO CORTE (DOENCA,
      *> ACIDENTE OU LICENCA NAO REMUNERADA; A MATERNIDADE E PAGA
      *> PELA EMPRESA E RECEBE) E O ADMITIDO DEPOIS DO DIA DO CORTE.
      *> NUMA REEXECUCAO O ADIANTAMENTO E REGRAVADO, MENOS O QUE A
      *> FOLHA OFICIAL JA DESCONTOU
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELADIANTAMENTO TAB
           COPY "SELADIANTAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
           SELECT ARQUIVO-REMESSA ASSIGN TO "REMESSAADIANT"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDAFASTAMENTO TAB
           COPY "FDAFASTAMENTO.COB".
      *> FDADIANTAMENTO TAB
           COPY "FDADIANTAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       FD  ARQUIVO-REMESSA
           LABEL RECORD STANDARD.
       01  REMESSA-HEADER.
           05  REM-H-TIPO        PIC X(01).
           05  REM-H-DATA        PIC 9(08).
           05  REM-H-COMPETENCIA PIC 9(06).
           05  REM-H-EMPRESA     PIC X(30).
       01  REMESSA-DETALHE.
           05  REM-D-TIPO        PIC X(01).
           05  REM-D-CODIGO      PIC 9(05).
           05  REM-D-NOME        PIC X(30).
           05  REM-D-BANCO       PIC X(03).
           05  REM-D-AGENCIA     PIC X(05).
           05  REM-D-CONTA       PIC X(10).
           05  REM-D-CONTA-DV    PIC X(01).
           05  REM-D-TIPO-CONTA  PIC X(01).
           05  REM-D-VALOR-CENTAVOS PIC 9(10).
       01  REMESSA-TRAILER.
           05  REM-T-TIPO        PIC X(01).
           05  REM-T-QUANTIDADE  PIC 9(05).
           05  REM-T-TOTAL-CENTAVOS PIC 9(12).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> O ADIANTAMENTO SAI FILTRADO PELA EMPRESA DA SESSAO; FORA DO
      *> MENU (SEM SESSAO) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-DT-GERACAO     PIC 9(08).
      *> PERCENTUAL DO ACORDO COLETIVO E DIA DO PAGAMENTO, QUE E
      *> TAMBEM O CORTE DAS ADMISSOES E DOS AFASTAMENTOS
       01  WS-PERC-ADIANTAMENTO PIC 9(02)V9(02) VALUE 40.00.
       01  WS-DIA-CORTE      PIC 9(02) VALUE 20.
       01  WS-DT-CORTE       PIC 9(08).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DOS-AFASTAMENTOS PIC X(01) VALUE "N".
           88  ACABOU-AFASTAMENTOS   VALUE "S".
       01  WS-AFASTADO       PIC X(01) VALUE "N".
           88  AFASTADO-SEM-REMUNERACAO VALUE "S".
       01  WS-JA-DESCONTADO  PIC X(01) VALUE "N".
           88  ADIANTAMENTO-JA-DESCONTADO VALUE "S".
       01  WS-VL-ADIANTAMENTO PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-QTD-ADIANTAMENTOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AFASTADOS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ADMITIDOS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESCONTADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(12) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== ADIANTAMENTO QUINZENAL DE SALARIO =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-ADIANTAMENTO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME O DIA DO CORTE (BRANCO = 20): ".
           ACCEPT WS-DIA-CORTE.
           IF WS-DIA-CORTE = ZERO OR WS-DIA-CORTE > 31
               MOVE 20 TO WS-DIA-CORTE
           END-IF.
           COMPUTE WS-DT-CORTE = WS-COMPETENCIA * 100 + WS-DIA-CORTE.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG108" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVAR-HEADER-REMESSA.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM APURAR-ADIANTAMENTO UNTIL ACABOU-ARQUIVO.
           PERFORM GRAVAR-TRAILER-REMESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           CLOSE ARQUIVO-REMESSA.
           DISPLAY "ADIANTAMENTOS GRAVADOS.: " WS-QTD-ADIANTAMENTOS.
           DISPLAY "CREDITOS NA REMESSA....: " WS-QTD-DETALHES.
           DISPLAY "SEM CONTA (PAGAMENTO MANUAL): " WS-QTD-SEM-CONTA.
           DISPLAY "AFASTADOS SEM REMUNERACAO...: " WS-QTD-AFASTADOS.
           DISPLAY "ADMITIDOS DEPOIS DO CORTE...: " WS-QTD-ADMITIDOS.
           DISPLAY "JA DESCONTADOS NA FOLHA.....: " WS-QTD-DESCONTADOS.
           DISPLAY "TOTAL EM CENTAVOS......: " WS-TOTAL-CENTAVOS.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-ADIANTAMENTOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-ADIANTAMENTO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DO ADIANTAMENTO "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "ADIANTAMENTO DA EMPRESA " WS-EMPRESA-FILTRO.

       GRAVAR-HEADER-REMESSA.
           MOVE "1" TO REM-H-TIPO.
           MOVE WS-DT-GERACAO TO REM-H-DATA.
           MOVE WS-COMPETENCIA TO REM-H-COMPETENCIA.
           MOVE "SISTEMA DE FUNCIONARIOS" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

      *> SO O ATIVO DA EMPRESA FILTRADA (REGISTRO LEGADO EM BRANCO
      *> VALE COMO A PADRAO "01") RECEBE O ADIANTAMENTO
       APURAR-ADIANTAMENTO.
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
                       PERFORM AVALIAR-FUNCIONARIO
                   END-IF
           END-READ.

       AVALIAR-FUNCIONARIO.
           PERFORM VERIFICAR-AFASTAMENTO.
           PERFORM VERIFICAR-JA-DESCONTADO.
           EVALUATE TRUE
               WHEN FUNCIONARIO-DT-ADMISSAO > WS-DT-CORTE
                   ADD 1 TO WS-QTD-ADMITIDOS
               WHEN AFASTADO-SEM-REMUNERACAO
                   ADD 1 TO WS-QTD-AFASTADOS
               WHEN ADIANTAMENTO-JA-DESCONTADO
                   ADD 1 TO WS-QTD-DESCONTADOS
               WHEN OTHER
                   PERFORM GRAVAR-ADIANTAMENTO
           END-EVALUATE.

      *> AFASTAMENTO ABERTO QUE JA COMECOU NO DIA DO CORTE E CUJO
      *> RETORNO PREVISTO (QUANDO INFORMADO) E DEPOIS DELE TIRA O
      *> FUNCIONARIO DO ADIANTAMENTO, EXCETO A MATERNIDADE, QUE A
      *> EMPRESA CONTINUA PAGANDO
       VERIFICAR-AFASTAMENTO.
           MOVE "N" TO WS-AFASTADO.
           MOVE "N" TO FIM-DOS-AFASTAMENTOS.
           MOVE FUNCIONARIO-CODIGO TO AFAST-CODIGO.
           MOVE ZEROS TO AFAST-DT-INICIO.
           START ARQUIVO-AFASTAMENTO KEY IS NOT LESS THAN AFAST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-AFASTAMENTOS
           END-START.
           PERFORM EXAMINAR-AFASTAMENTO UNTIL ACABOU-AFASTAMENTOS.

       EXAMINAR-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-AFASTAMENTOS
               NOT AT END
                   IF AFAST-CODIGO = FUNCIONARIO-CODIGO
                       IF AFAST-ABERTO
                           AND NOT AFAST-MATERNIDADE
                           AND AFAST-DT-INICIO <= WS-DT-CORTE
                           AND (AFAST-DT-RETORNO-PREV = ZEROS
                               OR AFAST-DT-RETORNO-PREV > WS-DT-CORTE)
                           MOVE "S" TO WS-AFASTADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DOS-AFASTAMENTOS
                   END-IF
           END-READ.

      *> ADIANTAMENTO QUE A FOLHA OFICIAL JA DESCONTOU NAO E
      *> REGRAVADO, PARA O VALOR PAGO NAO DIVERGIR DO DESCONTADO
       VERIFICAR-JA-DESCONTADO.
           MOVE "N" TO WS-JA-DESCONTADO.
           MOVE WS-COMPETENCIA     TO ADIANT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO ADIANT-CODIGO.
           READ ARQUIVO-ADIANTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADIANT-DESCONTADO
                       MOVE "S" TO WS-JA-DESCONTADO
                   END-IF
           END-READ.

      *> O ADIANTAMENTO FICA GRAVADO MESMO PARA QUEM NAO TEM CONTA
      *> CADASTRADA: O CREDITO E FEITO A MAO, MAS O DESCONTO NA FOLHA
      *> DO FIM DO MES PRECISA ACONTECER DO MESMO JEITO
       GRAVAR-ADIANTAMENTO.
           COMPUTE WS-VL-ADIANTAMENTO ROUNDED =
               FUNCIONARIO-SALARIO * WS-PERC-ADIANTAMENTO / 100.
           MOVE WS-COMPETENCIA       TO ADIANT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO   TO ADIANT-CODIGO.
           MOVE FUNCIONARIO-SALARIO  TO ADIANT-SALARIO.
           MOVE WS-PERC-ADIANTAMENTO TO ADIANT-PERCENTUAL.
           MOVE WS-VL-ADIANTAMENTO   TO ADIANT-VALOR.
           MOVE WS-EMPRESA-FUNC      TO ADIANT-EMPRESA.
           MOVE WS-DT-GERACAO        TO ADIANT-DT-GERACAO.
           MOVE "G"                  TO ADIANT-STATUS.
           WRITE ADIANT-REGISTRO
               INVALID KEY
                   REWRITE ADIANT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O ADIANTAMENTO DO "
                               "CODIGO " FUNCIONARIO-CODIGO
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-QTD-ADIANTAMENTOS.
           IF FUNCIONARIO-BANCO = SPACES
               ADD 1 TO WS-QTD-SEM-CONTA
           ELSE
               PERFORM GRAVAR-DETALHE-REMESSA
           END-IF.

       GRAVAR-DETALHE-REMESSA.
           MOVE "2" TO REM-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO.
           MOVE FUNCIONARIO-NOME   TO REM-D-NOME.
           MOVE FUNCIONARIO-BANCO  TO REM-D-BANCO.
           MOVE FUNCIONARIO-AGENCIA TO REM-D-AGENCIA.
           MOVE FUNCIONARIO-CONTA  TO REM-D-CONTA.
           MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV.
           MOVE FUNCIONARIO-TIPO-CONTA TO REM-D-TIPO-CONTA.
           COMPUTE REM-D-VALOR-CENTAVOS = WS-VL-ADIANTAMENTO * 100.
           WRITE REMESSA-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS.

       GRAVAR-TRAILER-REMESSA.
           MOVE "9" TO REM-T-TIPO.
           MOVE WS-QTD-DETALHES   TO REM-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO REM-T-TOTAL-CENTAVOS.
           WRITE REMESSA-TRAILER.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
