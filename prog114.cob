       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG114.
      *> PROGRAMA DA FOLHA COMPLEMENTAR DE COMPETENCIA FECHADA
      *> QUANDO UMA VERBA DEIXOU DE SER PAGA (OU FOI PAGA A MENOR) NUMA
      *> COMPETENCIA JA FECHADA PELO PROG71, A FOLHA DO MES NAO PODE
      *> SER REABERTA NEM RECALCULADA. ESTE PROGRAMA ATENDE OS
      *> FUNCIONARIOS SELECIONADOS UM A UM: O OPERADOR LANCA SO AS
      *> DIFERENCAS, PELAS RUBRICAS DA TABELA DO PROG111, E O PROGRAMA
      *> APURA A DIFERENCA DE INSS E IRRF (O TRIBUTO SOBRE A BASE DO
      *> MES SOMADA A DIFERENCA, MENOS O JA RETIDO NAS FOLHAS
      *> ANTERIORES DA COMPETENCIA) E O LIQUIDO. O RESULTADO E GRAVADO
      *> NO FOLHAHIST E NAS RUBRICAS COMO UMA NOVA FOLHA DA MESMA
      *> COMPETENCIA (01 EM DIANTE), SEM TOCAR A FOLHA NORMAL (00),
      *> SAI NO CONTRACHEQUE DO PROG53 PELO NUMERO DA FOLHA, ENTRA NO
      *> INFORME ANUAL DO PROG85 E E CREDITADO NUMA REMESSA PROPRIA,
      *> NO LAYOUT POSICIONAL DO PROG67. O FGTS DEVIDO SOBRE AS
      *> DIFERENCAS SAI NO RESUMO PARA O RECOLHIMENTO EM GUIA AVULSA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELRUBRICA TAB
           COPY "SELRUBRICA.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
           SELECT ARQUIVO-REMESSA ASSIGN TO "REMESSACOMPL"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDRUBRICA TAB
           COPY "FDRUBRICA.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
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
      *> WSIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "WSIMPOSTO.COB".
      *> A COMPLEMENTAR SAI FILTRADA PELA EMPRESA DA SESSAO; FORA DO
      *> MENU (SEM SESSAO) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FOLHA  PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-DT-GERACAO     PIC 9(08).
       01  WS-FECHADA        PIC X(01) VALUE "N".
           88  COMPETENCIA-FECHADA   VALUE "S".
       01  WS-CODIGO         PIC 9(05).
       01  WS-CONFIRMA       PIC X(01).
       01  FIM-DA-SELECAO    PIC X(01) VALUE "N".
           88  ACABOU-SELECAO        VALUE "S".
       01  FIM-DAS-FOLHAS    PIC X(01) VALUE "N".
           88  ACABOU-FOLHAS         VALUE "S".
       01  FIM-DOS-ITENS     PIC X(01) VALUE "N".
           88  ACABOU-ITENS          VALUE "S".
       01  FIM-DOS-DEPENDENTES PIC X(01) VALUE "N".
           88  ACABOU-DEPENDENTES    VALUE "S".
       01  WS-TEM-NORMAL     PIC X(01) VALUE "N".
           88  TEM-FOLHA-NORMAL      VALUE "S".
      *> FOLHAS JA GRAVADAS NA COMPETENCIA (NORMAL E COMPLEMENTARES
      *> ANTERIORES): A ULTIMA FOLHA E O QUE JA FOI TRIBUTADO
       01  WS-ULTIMA-FOLHA   PIC 9(02) VALUE ZEROS.
       01  WS-FOLHA-NOVA     PIC 9(02) VALUE ZEROS.
       01  WS-ANT-BASE-INSS  PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-ANT-INSS       PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-ANT-IRRF       PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-QTD-DEPENDENTES-IR PIC 9(02) VALUE ZEROS.
      *> DIFERENCAS LANCADAS PARA O FUNCIONARIO EM ATENDIMENTO
       01  WS-RUBRICA-INF    PIC 9(03).
       01  WS-REFERENCIA-INF PIC 9(04)V9(02).
       01  WS-VALOR-INF      PIC 9(06)V9(02).
       01  WS-MAX-ITENS      PIC 9(02) VALUE 20.
       01  WS-QTD-ITENS      PIC 9(02) VALUE ZEROS.
       01  WS-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-ITENS.
           05  WS-ITEM OCCURS 20 TIMES.
               10  WS-IT-TIPO        PIC X(01).
               10  WS-IT-INCIDENCIA  PIC X(01).
               10  WS-IT-DESCRICAO   PIC X(20).
               10  WS-IT-REFERENCIA  PIC 9(04)V9(02).
               10  WS-IT-VALOR       PIC 9(06)V9(02).
      *> RESULTADO DA COMPLEMENTAR DO FUNCIONARIO
       01  WS-VL-PROVENTOS   PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-BASE-DIF    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-OUTROS-DESC PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-INSS-DIF    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-IRRF-DIF    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-DESCONTO    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-LIQUIDO     PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VL-FGTS-DIF    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-ALIQ-INSS      PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-ALIQ-IRRF      PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-CALCULO        PIC S9(07)V9(02) VALUE ZEROS.
       01  WS-FGTS-ALIQUOTA  PIC 9(02)V9(02) VALUE 8.00.
       01  WS-EVT-SEQ        PIC 9(02) VALUE ZEROS.
      *> TOTAIS DA EXECUCAO
       01  WS-QTD-COMPLEMENTARES PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(12) VALUE ZEROS.
       01  WS-TOTAL-FGTS     PIC 9(07)V9(02) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-EDIT-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EDIT        PIC ZZZZZ9.99.
       01  WS-FGTS-TOTAL-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-FGTS-TOTAL-EDIT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== FOLHA COMPLEMENTAR =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-COMPLEMENTAR.
           DISPLAY "INFORME A COMPETENCIA FECHADA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           PERFORM VERIFICAR-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               PERFORM EXECUTAR-COMPLEMENTAR
           ELSE
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " NAO ESTA FECHADA: AS DIFERENCAS ENTRAM NA "
                   "FOLHA NORMAL (PROG41)"
           END-IF.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-COMPLEMENTAR.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA COMPLEMENTAR "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "FOLHA COMPLEMENTAR DA EMPRESA " WS-EMPRESA-FILTRO.

      *> SO A COMPETENCIA COM O FECHAMENTO CONCLUIDO ("F") RECEBE
      *> COMPLEMENTAR; A ABERTA OU REABERTA AINDA PASSA PELO PROG41
       VERIFICAR-COMPETENCIA-FECHADA.
           MOVE "N" TO WS-FECHADA.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           MOVE WS-COMPETENCIA TO FECH-COMPETENCIA.
           READ ARQUIVO-FECHAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECH-FECHADA
                       MOVE "S" TO WS-FECHADA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FECHAMENTO.

       EXECUTAR-COMPLEMENTAR.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG114" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-FOLHAHIST.
           OPEN I-O ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-RUBRICA.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           MOVE WS-COMPETENCIA TO WS-IMP-COMPETENCIA.
           PERFORM IMP-CARREGAR-TABELAS.
           CLOSE ARQUIVO-TABIMPOSTO.
           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVAR-HEADER-REMESSA.
           MOVE "N" TO FIM-DA-SELECAO.
           PERFORM ATENDER-FUNCIONARIO UNTIL ACABOU-SELECAO.
           PERFORM GRAVAR-TRAILER-REMESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-RUBRICA.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-REMESSA.
           MOVE WS-TOTAL-FGTS TO WS-FGTS-TOTAL-EDIT.
           DISPLAY " ".
           DISPLAY "COMPLEMENTARES GRAVADAS..: " WS-QTD-COMPLEMENTARES.
           DISPLAY "CREDITOS NA REMESSA......: " WS-QTD-DETALHES.
           DISPLAY "SEM CONTA (PAGAMENTO MANUAL): " WS-QTD-SEM-CONTA.
           DISPLAY "TOTAL EM CENTAVOS........: " WS-TOTAL-CENTAVOS.
           DISPLAY "FGTS SOBRE AS DIFERENCAS.: " WS-FGTS-TOTAL-IMP.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-COMPLEMENTARES TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.

       GRAVAR-HEADER-REMESSA.
           MOVE "1" TO REM-H-TIPO.
           MOVE WS-DT-GERACAO TO REM-H-DATA.
           MOVE WS-COMPETENCIA TO REM-H-COMPETENCIA.
           MOVE "SISTEMA DE FUNCIONARIOS" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

       ATENDER-FUNCIONARIO.
           DISPLAY " ".
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO (0 = ENCERRAR): ".
           ACCEPT WS-CODIGO.
           IF WS-CODIGO = ZERO
               MOVE "S" TO FIM-DA-SELECAO
           ELSE
               MOVE WS-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM VALIDAR-FUNCIONARIO
               END-READ
           END-IF.

      *> O FUNCIONARIO PRECISA TER A FOLHA NORMAL GRAVADA NA
      *> COMPETENCIA, NA EMPRESA FILTRADA (A CARIMBADA NA FOLHA,
      *> REGISTRO LEGADO EM BRANCO VALE COMO A PADRAO "01"). O
      *> DESLIGADO DEPOIS DA COMPETENCIA TAMBEM RECEBE A DIFERENCA
       VALIDAR-FUNCIONARIO.
           DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME.
           PERFORM LOCALIZAR-FOLHAS-DA-COMPETENCIA.
           EVALUATE TRUE
               WHEN NOT TEM-FOLHA-NORMAL
                   DISPLAY "SEM FOLHA NORMAL GRAVADA NA COMPETENCIA "
                       WS-COMPETENCIA
               WHEN WS-EMPRESA-FOLHA NOT = WS-EMPRESA-FILTRO
                   DISPLAY "FOLHA DA COMPETENCIA E DA EMPRESA "
                       WS-EMPRESA-FOLHA
               WHEN WS-ULTIMA-FOLHA = 99
                   DISPLAY "LIMITE DE FOLHAS COMPLEMENTARES NA "
                       "COMPETENCIA"
               WHEN OTHER
                   ADD 1 TO WS-ULTIMA-FOLHA GIVING WS-FOLHA-NOVA
                   DISPLAY "FOLHA COMPLEMENTAR " WS-FOLHA-NOVA
                   PERFORM LANCAR-DIFERENCAS
           END-EVALUATE.

       LOCALIZAR-FOLHAS-DA-COMPETENCIA.
           MOVE "N" TO WS-TEM-NORMAL.
           MOVE "N" TO FIM-DAS-FOLHAS.
           MOVE SPACES TO WS-EMPRESA-FOLHA.
           MOVE ZEROS TO WS-ULTIMA-FOLHA WS-ANT-BASE-INSS WS-ANT-INSS
               WS-ANT-IRRF.
           MOVE WS-COMPETENCIA     TO FOLHAHIST-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAHIST-CODIGO.
           MOVE ZEROS              TO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-FOLHAS
           END-START.
           PERFORM SOMAR-FOLHA-ANTERIOR UNTIL ACABOU-FOLHAS.

       SOMAR-FOLHA-ANTERIOR.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-FOLHAS
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAHIST-CODIGO = FUNCIONARIO-CODIGO
                       IF FOLHAHIST-NORMAL
                           MOVE "S" TO WS-TEM-NORMAL
                           MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FOLHA
                           IF WS-EMPRESA-FOLHA = SPACES
                               MOVE "01" TO WS-EMPRESA-FOLHA
                           END-IF
                       END-IF
      *> A FOLHA DO ESTAGIARIO NAO TEM BASE DO INSS; A BASE JA
      *> TRIBUTADA PELO IRRF E A PROPRIA BOLSA
                       IF CONTRATO-ESTAGIO
                           ADD FOLHAHIST-BRUTO TO WS-ANT-BASE-INSS
                       ELSE
                           ADD FOLHAHIST-BASE-INSS TO WS-ANT-BASE-INSS
                       END-IF
                       ADD FOLHAHIST-INSS      TO WS-ANT-INSS
                       ADD FOLHAHIST-IRRF      TO WS-ANT-IRRF
                       MOVE FOLHAHIST-FOLHA    TO WS-ULTIMA-FOLHA
                   ELSE
                       MOVE "S" TO FIM-DAS-FOLHAS
                   END-IF
           END-READ.

      *> O OPERADOR LANCA AS DIFERENCAS RUBRICA A RUBRICA; NADA E
      *> GRAVADO ANTES DA CONFIRMACAO DO RESUMO
       LANCAR-DIFERENCAS.
           MOVE ZEROS TO WS-QTD-ITENS.
           MOVE "N" TO FIM-DOS-ITENS.
           PERFORM INFORMAR-DIFERENCA UNTIL ACABOU-ITENS.
           IF WS-QTD-ITENS = ZERO
               DISPLAY "NENHUMA DIFERENCA LANCADA, FUNCIONARIO "
                   "IGNORADO"
           ELSE
               PERFORM CALCULAR-COMPLEMENTAR
               PERFORM EXIBIR-COMPLEMENTAR
               IF WS-CALCULO NOT > ZERO
                   DISPLAY "LIQUIDO DA COMPLEMENTAR NAO POSITIVO, "
                       "NADA GRAVADO"
               ELSE
                   DISPLAY "CONFIRMA A GRAVACAO? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM GRAVAR-COMPLEMENTAR
                   ELSE
                       DISPLAY "COMPLEMENTAR DESCARTADA"
                   END-IF
               END-IF
           END-IF.

       INFORMAR-DIFERENCA.
           DISPLAY "RUBRICA DA DIFERENCA (0 = FIM): ".
           ACCEPT WS-RUBRICA-INF.
           IF WS-RUBRICA-INF = ZERO
               MOVE "S" TO FIM-DOS-ITENS
           ELSE
               MOVE WS-RUBRICA-INF TO RUB-CODIGO
               READ ARQUIVO-RUBRICA
                   INVALID KEY
                       DISPLAY "RUBRICA NAO CADASTRADA (PROG111)"
                   NOT INVALID KEY
                       IF RUB-INATIVA
                           DISPLAY "RUBRICA INATIVA"
                       ELSE
                           PERFORM ACEITAR-VALOR-DIFERENCA
                       END-IF
               END-READ
           END-IF.

       ACEITAR-VALOR-DIFERENCA.
           DISPLAY "RUBRICA: " RUB-DESCRICAO " (" RUB-TIPO ")".
           DISPLAY "INFORME A REFERENCIA (HORAS/DIAS/%, 0 = SEM): ".
           ACCEPT WS-REFERENCIA-INF.
           DISPLAY "INFORME O VALOR DA DIFERENCA: ".
           ACCEPT WS-VALOR-INF.
           IF WS-VALOR-INF = ZERO
               DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
           ELSE
               ADD 1 TO WS-QTD-ITENS
               MOVE RUB-TIPO        TO WS-IT-TIPO(WS-QTD-ITENS)
               MOVE RUB-INCIDENCIA  TO WS-IT-INCIDENCIA(WS-QTD-ITENS)
               MOVE RUB-DESCRICAO   TO WS-IT-DESCRICAO(WS-QTD-ITENS)
               MOVE WS-REFERENCIA-INF
                   TO WS-IT-REFERENCIA(WS-QTD-ITENS)
               MOVE WS-VALOR-INF    TO WS-IT-VALOR(WS-QTD-ITENS)
               IF WS-QTD-ITENS = WS-MAX-ITENS
                   DISPLAY "LIMITE DE " WS-MAX-ITENS " RUBRICAS POR "
                       "COMPLEMENTAR"
                   MOVE "S" TO FIM-DOS-ITENS
               END-IF
           END-IF.

      *> OS TRIBUTOS DA COMPETENCIA SAO RECALCULADOS SOBRE A BASE JA
      *> TRIBUTADA MAIS A DIFERENCA TRIBUTAVEL, PELAS TABELAS DA
      *> PROPRIA COMPETENCIA, E A COMPLEMENTAR RETEM SO O QUE FALTOU.
      *> O ESTAGIARIO NAO TEM INSS NEM FGTS, SO O IRRF DA BOLSA
       CALCULAR-COMPLEMENTAR.
           MOVE ZEROS TO WS-VL-PROVENTOS WS-VL-BASE-DIF
               WS-VL-OUTROS-DESC WS-VL-INSS-DIF WS-VL-IRRF-DIF.
           PERFORM SOMAR-DIFERENCA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.
           PERFORM CONTAR-DEPENDENTES-IR.
           COMPUTE WS-IMP-BASE-INSS = WS-ANT-BASE-INSS +
               WS-VL-BASE-DIF.
           IF CONTRATO-ESTAGIO
               MOVE ZEROS TO WS-IMP-VL-INSS WS-IMP-ALIQ-INSS
           ELSE
               PERFORM IMP-CALCULAR-INSS
           END-IF.
           MOVE WS-IMP-ALIQ-INSS TO WS-ALIQ-INSS.
           IF WS-IMP-VL-INSS > WS-ANT-INSS
               COMPUTE WS-VL-INSS-DIF = WS-IMP-VL-INSS - WS-ANT-INSS
           END-IF.
           MOVE WS-IMP-BASE-INSS TO WS-IMP-RENDIMENTO.
           MOVE WS-QTD-DEPENDENTES-IR TO WS-IMP-QTD-DEPENDENTES.
           PERFORM IMP-CALCULAR-IRRF.
           MOVE WS-IMP-ALIQ-IRRF TO WS-ALIQ-IRRF.
           IF WS-IMP-VL-IRRF > WS-ANT-IRRF
               COMPUTE WS-VL-IRRF-DIF = WS-IMP-VL-IRRF - WS-ANT-IRRF
           END-IF.
           COMPUTE WS-VL-FGTS-DIF ROUNDED =
               WS-VL-BASE-DIF * WS-FGTS-ALIQUOTA / 100.
           IF CONTRATO-ESTAGIO
               MOVE ZEROS TO WS-VL-FGTS-DIF
           END-IF.
           COMPUTE WS-VL-DESCONTO = WS-VL-INSS-DIF + WS-VL-IRRF-DIF +
               WS-VL-OUTROS-DESC.
           COMPUTE WS-CALCULO = WS-VL-PROVENTOS - WS-VL-DESCONTO.
           MOVE ZEROS TO WS-VL-LIQUIDO.
           IF WS-CALCULO > ZERO
               MOVE WS-CALCULO TO WS-VL-LIQUIDO
           END-IF.

       SOMAR-DIFERENCA.
           IF WS-IT-TIPO(WS-IDX) = "P"
               ADD WS-IT-VALOR(WS-IDX) TO WS-VL-PROVENTOS
               IF WS-IT-INCIDENCIA(WS-IDX) = "S"
                   ADD WS-IT-VALOR(WS-IDX) TO WS-VL-BASE-DIF
               END-IF
           ELSE
               ADD WS-IT-VALOR(WS-IDX) TO WS-VL-OUTROS-DESC
           END-IF.

      *> DEPENDENTES LEGAIS DO IRRF PELO MESMO CRITERIO DO PROG41
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

       EXIBIR-COMPLEMENTAR.
           DISPLAY "----- RESUMO DA COMPLEMENTAR -----".
           MOVE WS-VL-PROVENTOS TO WS-VL-EDIT.
           DISPLAY "PROVENTOS..........: " WS-VL-EDIT-IMP.
           MOVE WS-VL-BASE-DIF TO WS-VL-EDIT.
           DISPLAY "DIFERENCA DE BASE..: " WS-VL-EDIT-IMP.
           MOVE WS-VL-INSS-DIF TO WS-VL-EDIT.
           DISPLAY "DIFERENCA DE INSS..: " WS-VL-EDIT-IMP.
           MOVE WS-VL-IRRF-DIF TO WS-VL-EDIT.
           DISPLAY "DIFERENCA DE IRRF..: " WS-VL-EDIT-IMP.
           MOVE WS-VL-OUTROS-DESC TO WS-VL-EDIT.
           DISPLAY "OUTROS DESCONTOS...: " WS-VL-EDIT-IMP.
           MOVE WS-VL-LIQUIDO TO WS-VL-EDIT.
           DISPLAY "LIQUIDO A CREDITAR.: " WS-VL-EDIT-IMP.
           MOVE WS-VL-FGTS-DIF TO WS-VL-EDIT.
           DISPLAY "FGTS DA DIFERENCA..: " WS-VL-EDIT-IMP.

      *> A COMPLEMENTAR E UMA FOLHA NOVA DA COMPETENCIA: O REGISTRO
      *> DA FOLHA NORMAL E O DAS COMPLEMENTARES ANTERIORES FICAM COMO
      *> ESTAO. O HISTORICO GUARDA SO AS DIFERENCAS
       GRAVAR-COMPLEMENTAR.
           MOVE WS-COMPETENCIA     TO FOLHAHIST-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAHIST-CODIGO.
           MOVE WS-FOLHA-NOVA      TO FOLHAHIST-FOLHA.
           MOVE WS-VL-PROVENTOS    TO FOLHAHIST-BRUTO.
           MOVE WS-VL-DESCONTO     TO FOLHAHIST-DESCONTO.
           MOVE WS-VL-LIQUIDO      TO FOLHAHIST-LIQUIDO.
           MOVE ZEROS              TO FOLHAHIST-PERC-DESCONTO.
           IF WS-VL-BASE-DIF > ZERO
               COMPUTE FOLHAHIST-PERC-DESCONTO ROUNDED =
                   WS-VL-INSS-DIF / WS-VL-BASE-DIF
           END-IF.
           MOVE WS-EMPRESA-FOLHA   TO FOLHAHIST-EMPRESA.
           MOVE WS-VL-BASE-DIF     TO FOLHAHIST-BASE-INSS.
           IF CONTRATO-ESTAGIO
               MOVE ZEROS          TO FOLHAHIST-BASE-INSS
           END-IF.
           MOVE WS-VL-INSS-DIF     TO FOLHAHIST-INSS.
           MOVE WS-VL-IRRF-DIF     TO FOLHAHIST-IRRF.
           WRITE FOLHAHIST-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A COMPLEMENTAR DO CODIGO "
                       FUNCIONARIO-CODIGO
               NOT INVALID KEY
                   PERFORM GRAVAR-RUBRICAS-COMPLEMENTAR
                   ADD 1 TO WS-QTD-COMPLEMENTARES
                   ADD WS-VL-FGTS-DIF TO WS-TOTAL-FGTS
                   PERFORM CREDITAR-COMPLEMENTAR
                   DISPLAY "COMPLEMENTAR GRAVADA"
           END-WRITE.

       GRAVAR-RUBRICAS-COMPLEMENTAR.
           MOVE ZEROS TO WS-EVT-SEQ.
           PERFORM GRAVAR-RUBRICA-LANCADA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS.
           IF WS-VL-INSS-DIF > ZERO
               MOVE "D"             TO FOLHAEVT-TIPO
               MOVE "INSS"          TO FOLHAEVT-DESCRICAO
               MOVE WS-ALIQ-INSS    TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-INSS-DIF  TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.
           IF WS-VL-IRRF-DIF > ZERO
               MOVE "D"             TO FOLHAEVT-TIPO
               MOVE "IRRF"          TO FOLHAEVT-DESCRICAO
               MOVE WS-ALIQ-IRRF    TO FOLHAEVT-REFERENCIA
               MOVE WS-VL-IRRF-DIF  TO FOLHAEVT-VALOR
               PERFORM GRAVAR-UMA-RUBRICA
           END-IF.

       GRAVAR-RUBRICA-LANCADA.
           MOVE WS-IT-TIPO(WS-IDX)       TO FOLHAEVT-TIPO.
           MOVE WS-IT-DESCRICAO(WS-IDX)  TO FOLHAEVT-DESCRICAO.
           MOVE WS-IT-REFERENCIA(WS-IDX) TO FOLHAEVT-REFERENCIA.
           MOVE WS-IT-VALOR(WS-IDX)      TO FOLHAEVT-VALOR.
           PERFORM GRAVAR-UMA-RUBRICA.

       GRAVAR-UMA-RUBRICA.
           ADD 1 TO WS-EVT-SEQ.
           MOVE WS-COMPETENCIA     TO FOLHAEVT-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAEVT-CODIGO.
           MOVE WS-FOLHA-NOVA      TO FOLHAEVT-FOLHA.
           MOVE WS-EVT-SEQ         TO FOLHAEVT-SEQ.
           WRITE FOLHAEVT-REGISTRO
               INVALID KEY
                   REWRITE FOLHAEVT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A RUBRICA DO "
                               "CODIGO " FUNCIONARIO-CODIGO
                   END-REWRITE
           END-WRITE.

      *> SEM CONTA CADASTRADA O CREDITO E FEITO A MAO, MAS A
      *> COMPLEMENTAR FICA GRAVADA DO MESMO JEITO
       CREDITAR-COMPLEMENTAR.
           IF FUNCIONARIO-BANCO = SPACES
               ADD 1 TO WS-QTD-SEM-CONTA
           ELSE
               MOVE "2" TO REM-D-TIPO
               MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO
               MOVE FUNCIONARIO-NOME   TO REM-D-NOME
               MOVE FUNCIONARIO-BANCO  TO REM-D-BANCO
               MOVE FUNCIONARIO-AGENCIA TO REM-D-AGENCIA
               MOVE FUNCIONARIO-CONTA  TO REM-D-CONTA
               MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV
               MOVE FUNCIONARIO-TIPO-CONTA TO REM-D-TIPO-CONTA
               COMPUTE REM-D-VALOR-CENTAVOS = WS-VL-LIQUIDO * 100
               WRITE REMESSA-DETALHE
               ADD 1 TO WS-QTD-DETALHES
               ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS
           END-IF.

       GRAVAR-TRAILER-REMESSA.
           MOVE "9" TO REM-T-TIPO.
           MOVE WS-QTD-DETALHES   TO REM-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO REM-T-TOTAL-CENTAVOS.
           WRITE REMESSA-TRAILER.

      *> PDIMPOSTO TAB (RETENCAO DE INSS E IRRF)
           COPY "PDIMPOSTO.COB".
      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
