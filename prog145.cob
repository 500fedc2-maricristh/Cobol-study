       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG145.
      *> PROGRAMA DA DISTRIBUICAO DA PARTICIPACAO NOS LUCROS (PLR)
      *> O RH CADASTRA, POR ANO-BASE E EMPRESA, O VALOR ACORDADO COM O
      *> SINDICATO E AS REGRAS DO ACORDO. O CALCULO AVALIA CADA
      *> FUNCIONARIO DO MASTER (O ESTAGIARIO NAO E EMPREGADO E FICA
      *> FORA): MESES TRABALHADOS NO ANO (MES COM 15 DIAS OU MAIS
      *> ENTRE A ADMISSAO E O DESLIGAMENTO DO PROG62) E FALTAS
      *> INJUSTIFICADAS DO PONTO NO ANO DAO O FATOR REDUTOR; METADE DO
      *> VALOR (OU A PARTE QUE AS REGRAS MANDAREM) E DIVIDIDA NA
      *> PROPORCAO DO SALARIO VEZES O FATOR E O RESTO EM COTAS IGUAIS
      *> VEZES O FATOR. QUEM NAO CUMPRE O MINIMO DE MESES, PASSA DO
      *> LIMITE DE FALTAS OU FOI DESLIGADO POR JUSTA CAUSA SAI NO
      *> RELATORIO SEM COTA. O IRRF E O DA TABELA EXCLUSIVA DA PLR
      *> (PDIMPOSTO), SOMANDO A PLR JA PAGA NO MESMO ANO-CALENDARIO.
      *> O RELATORIO DA DISTRIBUICAO VAI PARA A ASSINATURA DO
      *> SINDICATO; SO DEPOIS DE APROVADA A DISTRIBUICAO E PAGA, COM O
      *> IRRF REFEITO NA DATA DO PAGAMENTO, NUMA REMESSA PROPRIA NO
      *> LAYOUT POSICIONAL DO PROG67 E NUM RECIBO SEPARADO DA FOLHA,
      *> E ENTRA NO INFORME ANUAL DO PROG85. RESTRITO A SUPERVISORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELTABIMPOSTO TAB
           COPY "SELTABIMPOSTO.COB".
      *> SELPLR TAB
           COPY "SELPLR.COB".
      *> SELPLRDIST TAB
           COPY "SELPLRDIST.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
           SELECT ARQUIVO-REMESSA ASSIGN TO "REMESSAPLR"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDTABIMPOSTO TAB
           COPY "FDTABIMPOSTO.COB".
      *> FDPLR TAB
           COPY "FDPLR.COB".
      *> FDPLRDIST TAB
           COPY "FDPLRDIST.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

      *> MESMO LAYOUT POSICIONAL DA REMESSA DO PROG67
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
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".
      *> WSIMPOSTO TAB (TABELA EXCLUSIVA DA PLR)
           COPY "WSIMPOSTO.COB".
      *> A PLR E ACORDADA POR EMPRESA: A DA SESSAO OU, FORA DO MENU,
      *> A INFORMADA PELO OPERADOR
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-TEM-REGRAS     PIC X(01) VALUE "N".
           88  REGRAS-CADASTRADAS    VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DA-DISTRIBUICAO PIC X(01) VALUE "N".
           88  ACABOU-DISTRIBUICAO   VALUE "S".
       01  FIM-DO-PONTO      PIC X(01) VALUE "N".
           88  ACABOU-PONTO          VALUE "S".
       01  WS-ANO-BASE       PIC 9(04) VALUE ZEROS.
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
      *> MESES TRABALHADOS E FALTAS DO FUNCIONARIO NO ANO-BASE
       01  WS-MES            PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CORTE     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ADMISSAO  PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SAIDA     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-INICIO-ANO PIC 9(08) VALUE ZEROS.
       01  WS-DATA-FIM-ANO   PIC 9(08) VALUE ZEROS.
       01  WS-AVALIAR        PIC X(01) VALUE "N".
           88  AVALIAR-FUNCIONARIO   VALUE "S".
       01  WS-MESES          PIC 9(02) VALUE ZEROS.
       01  WS-FALTAS         PIC 9(03) VALUE ZEROS.
       01  WS-CALCULO        PIC S9(07)V9(04) VALUE ZEROS.
      *> AS DUAS METADES DO VALOR E AS SOMAS QUE REPARTEM CADA UMA
       01  WS-POOL-SALARIO   PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-POOL-IGUAL     PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-SOMA-PONDERADA PIC 9(11)V9(06) VALUE ZEROS.
       01  WS-SOMA-FATORES   PIC 9(05)V9(04) VALUE ZEROS.
      *> FUNCIONARIOS ELEGIVEIS DO CALCULO OU A PAGAR, NOS MOLDES DA
      *> TABELA DE CREDITOS DO PROG116: A SEGUNDA PASSADA LE CADA UM
      *> PELA CHAVE, PORQUE A PLR DE OUTRO ANO-BASE TAMBEM E LIDA
       01  WS-QTD-CODIGOS    PIC 9(04) VALUE ZEROS.
       01  WS-MAX-CODIGOS    PIC 9(04) VALUE 5000.
       01  WS-EXCEDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CODIGOS.
           05  WS-COD-FUNCIONARIO PIC 9(05) OCCURS 5000 TIMES.
       01  WS-IDX            PIC 9(05) VALUE ZEROS.
      *> PLR DE OUTRO ANO-BASE JA PAGA NO ANO-CALENDARIO DO PAGAMENTO:
      *> A TABELA EXCLUSIVA E ANUAL E TRIBUTA A SOMA
       01  WS-ANO-PAGAMENTO  PIC 9(04) VALUE ZEROS.
       01  WS-ANO-OUTRO      PIC 9(04) VALUE ZEROS.
       01  WS-ANT-BRUTO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-ANT-IRRF       PIC 9(06)V9(02) VALUE ZEROS.
      *> TOTAIS DO CALCULO E DO RELATORIO
       01  WS-QTD-AVALIADOS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ELEGIVEIS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXCLUIDOS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-DESLIGAMENTO PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-COTA-SALARIO PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-COTA-IGUAL PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-BRUTO    PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-IRRF     PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-LIQUIDO  PIC 9(09)V9(02) VALUE ZEROS.
      *> PAGAMENTO
       01  WS-DT-PAGAMENTO   PIC 9(08) VALUE ZEROS.
       01  WS-QTD-PAGOS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(12) VALUE ZEROS.
       01  WS-NOME-FUNCIONARIO PIC X(30).
       01  WS-OBSERVACAO     PIC X(13).

      *> LINHA DO RELATORIO DA DISTRIBUICAO
       01  WS-LINHA-PLR.
           05  LIN-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-NOME          PIC X(25).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-DEPARTAMENTO  PIC X(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-SALARIO       PIC ZZZZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  LIN-MESES         PIC Z9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  LIN-FALTAS        PIC ZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-FATOR         PIC 9.9999.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-COTA-SALARIO  PIC ZZZZZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-COTA-IGUAL    PIC ZZZZZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-BRUTO         PIC ZZZZZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-IRRF          PIC ZZZZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-LIQUIDO       PIC ZZZZZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LIN-OBSERVACAO    PIC X(13).

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-EDIT-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-EDIT        PIC ZZZZZZZZ9.99.
       01  WS-PERC-EDIT      PIC ZZ9.99.
       01  WS-FATOR-EDIT     PIC 9.9999.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== DISTRIBUICAO DA PLR =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "DISTRIBUICAO DA PLR RESTRITA A SUPERVISORES "
                   "AUTENTICADOS NO SIGN-ON"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM DEFINIR-EMPRESA-DA-PLR.
           DISPLAY "INFORME O ANO-BASE DA PLR (AAAA): ".
           ACCEPT WS-ANO-BASE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-INICIO-ANO = WS-ANO-BASE * 10000 + 101.
           COMPUTE WS-DATA-FIM-ANO = WS-ANO-BASE * 10000 + 1231.
           OPEN I-O ARQUIVO-PLR.
           OPEN I-O ARQUIVO-PLRDIST.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-PLR.
           CLOSE ARQUIVO-PLRDIST.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-PLR.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA PLR (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "PLR DA EMPRESA " WS-EMPRESA-FILTRO.

       MENU-PRINCIPAL.
           PERFORM LER-REGRAS-DO-ANO.
           IF REGRAS-CADASTRADAS
               DISPLAY "ANO-BASE " WS-ANO-BASE " SITUACAO "
                   PLR-SITUACAO
                   " (N=CADASTRADA C=CALCULADA A=APROVADA P=PAGA)"
           ELSE
               DISPLAY "ANO-BASE " WS-ANO-BASE " SEM REGRAS CADASTRADAS"
           END-IF.
           DISPLAY "R - CADASTRAR AS REGRAS E O VALOR DO ANO".
           DISPLAY "C - CALCULAR A DISTRIBUICAO".
           DISPLAY "I - IMPRIMIR O RELATORIO PARA O SINDICATO".
           DISPLAY "A - APROVAR A DISTRIBUICAO ASSINADA".
           DISPLAY "P - PAGAR (REMESSA E RECIBOS)".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "R" WHEN "r"
                   PERFORM CADASTRAR-REGRAS
               WHEN "C" WHEN "c"
                   PERFORM CALCULAR-DISTRIBUICAO
               WHEN "I" WHEN "i"
                   PERFORM IMPRIMIR-DISTRIBUICAO
               WHEN "A" WHEN "a"
                   PERFORM APROVAR-DISTRIBUICAO
               WHEN "P" WHEN "p"
                   PERFORM PAGAR-DISTRIBUICAO
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       LER-REGRAS-DO-ANO.
           MOVE WS-ANO-BASE       TO PLR-ANO.
           MOVE WS-EMPRESA-FILTRO TO PLR-EMPRESA.
           READ ARQUIVO-PLR
               INVALID KEY
                   MOVE "N" TO WS-TEM-REGRAS
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-REGRAS
           END-READ.

      *> AS REGRAS SO MUDAM ATE A APROVACAO; MUDAR AS REGRAS DE UMA
      *> DISTRIBUICAO JA CALCULADA EXIGE CALCULAR DE NOVO
       CADASTRAR-REGRAS.
           IF REGRAS-CADASTRADAS
               AND (PLR-APROVADA OR PLR-PAGA)
               DISPLAY "DISTRIBUICAO JA APROVADA, AS REGRAS NAO "
                   "PODEM MAIS SER ALTERADAS"
           ELSE
               IF REGRAS-CADASTRADAS
                   PERFORM EXIBIR-REGRAS
               ELSE
                   MOVE ZEROS TO PLR-DT-CALCULO PLR-QTD-ELEGIVEIS
                       PLR-TOTAL-DISTRIBUIDO PLR-DT-APROVACAO
                       PLR-DT-PAGAMENTO
                   MOVE SPACES TO PLR-OPERADOR-CALCULO PLR-APROVADOR
               END-IF
               PERFORM INFORMAR-REGRAS
               MOVE "N" TO PLR-SITUACAO
               IF REGRAS-CADASTRADAS
                   REWRITE PLR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR AS REGRAS"
                       NOT INVALID KEY
                           DISPLAY "REGRAS ALTERADAS: CALCULE A "
                               "DISTRIBUICAO DE NOVO"
                   END-REWRITE
               ELSE
                   WRITE PLR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR AS REGRAS"
                       NOT INVALID KEY
                           DISPLAY "REGRAS CADASTRADAS"
                   END-WRITE
               END-IF
           END-IF.

       INFORMAR-REGRAS.
           DISPLAY "INFORME O VALOR TOTAL DA PLR DO ANO: ".
           ACCEPT PLR-VALOR-TOTAL.
           DISPLAY "INFORME A PARTE PROPORCIONAL AO SALARIO EM % "
               "(0 = METADE): ".
           ACCEPT PLR-PERC-SALARIO.
           IF PLR-PERC-SALARIO = ZERO OR PLR-PERC-SALARIO > 100
               MOVE 50.00 TO PLR-PERC-SALARIO
           END-IF.
           DISPLAY "INFORME O MINIMO DE MESES TRABALHADOS NO ANO "
               "(0 = 1): ".
           ACCEPT PLR-MESES-MINIMO.
           IF PLR-MESES-MINIMO = ZERO OR PLR-MESES-MINIMO > 12
               MOVE 1 TO PLR-MESES-MINIMO
           END-IF.
           DISPLAY "INFORME O REDUTOR POR FALTA INJUSTIFICADA EM % "
               "(EX: 2.00): ".
           ACCEPT PLR-REDUTOR-FALTA.
           DISPLAY "INFORME O LIMITE DE FALTAS QUE TIRA O DIREITO "
               "(0 = SEM LIMITE): ".
           ACCEPT PLR-LIMITE-FALTAS.

       EXIBIR-REGRAS.
           MOVE PLR-VALOR-TOTAL TO WS-VL-EDIT.
           DISPLAY "VALOR TOTAL.............: " WS-VL-EDIT-IMP.
           MOVE PLR-PERC-SALARIO TO WS-PERC-EDIT.
           DISPLAY "PARTE PELO SALARIO......: " WS-PERC-EDIT "%".
           DISPLAY "MINIMO DE MESES.........: " PLR-MESES-MINIMO.
           MOVE PLR-REDUTOR-FALTA TO WS-PERC-EDIT.
           DISPLAY "REDUTOR POR FALTA.......: " WS-PERC-EDIT "%".
           DISPLAY "LIMITE DE FALTAS........: " PLR-LIMITE-FALTAS.

      *> CALCULO: A PRIMEIRA PASSADA AVALIA O MASTER E GRAVA UM
      *> REGISTRO POR FUNCIONARIO COM O FATOR; A SEGUNDA REPARTE AS
      *> DUAS METADES ENTRE OS ELEGIVEIS E PROJETA O IRRF PELA TABELA
      *> DA PLR EM VIGOR HOJE
       CALCULAR-DISTRIBUICAO.
           EVALUATE TRUE
               WHEN NOT REGRAS-CADASTRADAS
                   DISPLAY "CADASTRE AS REGRAS DO ANO ANTES DO CALCULO"
               WHEN PLR-APROVADA OR PLR-PAGA
                   DISPLAY "DISTRIBUICAO JA APROVADA, NAO PODE SER "
                       "CALCULADA DE NOVO"
               WHEN PLR-VALOR-TOTAL = ZERO
                   DISPLAY "VALOR TOTAL DA PLR NAO INFORMADO"
               WHEN OTHER
                   PERFORM EXECUTAR-CALCULO
           END-EVALUATE.

       EXECUTAR-CALCULO.
           MOVE "PROG145" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           MOVE ZEROS TO WS-QTD-AVALIADOS WS-QTD-ELEGIVEIS
               WS-QTD-EXCLUIDOS WS-QTD-SEM-DESLIGAMENTO WS-QTD-CODIGOS
               WS-EXCEDENTES WS-SOMA-PONDERADA WS-SOMA-FATORES
               WS-TOTAL-BRUTO.
           COMPUTE WS-POOL-SALARIO ROUNDED =
               PLR-VALOR-TOTAL * PLR-PERC-SALARIO / 100.
           COMPUTE WS-POOL-IGUAL = PLR-VALOR-TOTAL - WS-POOL-SALARIO.
           PERFORM EXCLUIR-CALCULO-ANTERIOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE LOW-VALUES TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM AVALIAR-FUNCIONARIO-DO-ANO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-DESLIGAMENTO.
           IF WS-EXCEDENTES > ZERO
               DISPLAY "LIMITE DE " WS-MAX-CODIGOS " ELEGIVEIS "
                   "EXCEDIDO EM " WS-EXCEDENTES
                   ": DISTRIBUICAO NAO CALCULADA"
               MOVE "F" TO WS-JORNAL-STATUS
           ELSE
               PERFORM REPARTIR-ENTRE-ELEGIVEIS
               MOVE "C" TO PLR-SITUACAO
               MOVE WS-DATA-HOJE TO PLR-DT-CALCULO
               MOVE WS-OPERADOR TO PLR-OPERADOR-CALCULO
               MOVE WS-QTD-ELEGIVEIS TO PLR-QTD-ELEGIVEIS
               MOVE WS-TOTAL-BRUTO TO PLR-TOTAL-DISTRIBUIDO
               REWRITE PLR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR AS REGRAS DO ANO"
               END-REWRITE
               MOVE "S" TO WS-JORNAL-STATUS
           END-IF.
           MOVE WS-QTD-AVALIADOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           DISPLAY "FUNCIONARIOS AVALIADOS...: " WS-QTD-AVALIADOS.
           DISPLAY "ELEGIVEIS................: " WS-QTD-ELEGIVEIS.
           DISPLAY "SEM DIREITO..............: " WS-QTD-EXCLUIDOS.
           IF WS-QTD-SEM-DESLIGAMENTO > ZERO
               DISPLAY "INATIVOS SEM DESLIGAMENTO GRAVADO (FORA DO "
                   "CALCULO): " WS-QTD-SEM-DESLIGAMENTO
           END-IF.
           MOVE WS-TOTAL-BRUTO TO WS-VL-EDIT.
           DISPLAY "TOTAL DISTRIBUIDO........: " WS-VL-EDIT-IMP.
           IF WS-EXCEDENTES = ZERO
               PERFORM IMPRIMIR-DISTRIBUICAO
           END-IF.

      *> O RECALCULO SUBSTITUI O ANTERIOR DA MESMA EMPRESA; O DAS
      *> OUTRAS EMPRESAS NO MESMO ANO-BASE FICA COMO ESTA
       EXCLUIR-CALCULO-ANTERIOR.
           PERFORM POSICIONAR-NO-ANO.
           PERFORM EXCLUIR-PROXIMO-CALCULO UNTIL ACABOU-DISTRIBUICAO.

       POSICIONAR-NO-ANO.
           MOVE "N" TO FIM-DA-DISTRIBUICAO.
           MOVE WS-ANO-BASE TO PLRD-ANO.
           MOVE ZEROS TO PLRD-CODIGO.
           START ARQUIVO-PLRDIST KEY IS NOT LESS THAN PLRD-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-DISTRIBUICAO
           END-START.

       EXCLUIR-PROXIMO-CALCULO.
           READ ARQUIVO-PLRDIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-DISTRIBUICAO
               NOT AT END
                   IF PLRD-ANO NOT = WS-ANO-BASE
                       MOVE "S" TO FIM-DA-DISTRIBUICAO
                   ELSE
                       IF PLRD-EMPRESA = WS-EMPRESA-FILTRO
                           DELETE ARQUIVO-PLRDIST RECORD
                               INVALID KEY
                                   DISPLAY "ERRO AO EXCLUIR O CALCULO "
                                       "ANTERIOR DO CODIGO " PLRD-CODIGO
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

      *> ENTRA QUEM ESTEVE NA EMPRESA EM ALGUM MOMENTO DO ANO-BASE:
      *> ADMITIDO ATE O FIM DO ANO E, SE INATIVO, DESLIGADO DEPOIS DO
      *> INICIO DELE. O INATIVO SEM O DESLIGAMENTO DO PROG62 NAO TEM
      *> DATA DE SAIDA E FICA FORA, CONTADO A PARTE
       AVALIAR-FUNCIONARIO-DO-ANO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           MOVE "N" TO WS-AVALIAR.
           MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DATA-ADMISSAO.
           MOVE 99999999 TO WS-DATA-SAIDA.
           MOVE SPACE TO PLRD-MOTIVO.
           IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               AND NOT CONTRATO-ESTAGIO
               AND WS-DATA-ADMISSAO NOT > WS-DATA-FIM-ANO
               MOVE "S" TO WS-AVALIAR
           END-IF.
           IF AVALIAR-FUNCIONARIO AND FUNCIONARIO-INATIVO
               PERFORM LER-DESLIGAMENTO
           END-IF.
           IF AVALIAR-FUNCIONARIO
               ADD 1 TO WS-QTD-AVALIADOS
               PERFORM APURAR-MESES-TRABALHADOS
               PERFORM APURAR-FALTAS-DO-ANO
               PERFORM CLASSIFICAR-DIREITO
               PERFORM GRAVAR-AVALIACAO
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LER-DESLIGAMENTO.
           MOVE FUNCIONARIO-CODIGO TO DESLIG-CODIGO.
           READ ARQUIVO-DESLIGAMENTO
               INVALID KEY
                   MOVE "N" TO WS-AVALIAR
                   ADD 1 TO WS-QTD-SEM-DESLIGAMENTO
               NOT INVALID KEY
                   MOVE DESLIG-DATA TO WS-DATA-SAIDA
                   IF WS-DATA-SAIDA < WS-DATA-INICIO-ANO
                       MOVE "N" TO WS-AVALIAR
                   END-IF
                   IF MOTIVO-JUSTA-CAUSA
                       MOVE "J" TO PLRD-MOTIVO
                   END-IF
           END-READ.

      *> O MES CONTA QUANDO O FUNCIONARIO ESTAVA NA EMPRESA NO DIA 15
      *> (FRACAO DE 15 DIAS OU MAIS, COMO NOS AVOS DO 13)
       APURAR-MESES-TRABALHADOS.
           MOVE ZEROS TO WS-MESES.
           PERFORM CONTAR-MES-TRABALHADO
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.

       CONTAR-MES-TRABALHADO.
           COMPUTE WS-DATA-CORTE =
               WS-ANO-BASE * 10000 + WS-MES * 100 + 15.
           IF WS-DATA-ADMISSAO NOT > WS-DATA-CORTE
               AND WS-DATA-SAIDA NOT < WS-DATA-CORTE
               ADD 1 TO WS-MESES
           END-IF.

       APURAR-FALTAS-DO-ANO.
           MOVE ZEROS TO WS-FALTAS.
           MOVE "N" TO FIM-DO-PONTO.
           MOVE FUNCIONARIO-CODIGO TO PONTO-CODIGO.
           MOVE WS-DATA-INICIO-ANO TO PONTO-DATA.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-PONTO
           END-START.
           PERFORM CONTAR-FALTA-DO-PONTO UNTIL ACABOU-PONTO.

       CONTAR-FALTA-DO-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-PONTO
               NOT AT END
                   IF PONTO-CODIGO NOT = FUNCIONARIO-CODIGO
                       OR PONTO-DATA > WS-DATA-FIM-ANO
                       MOVE "S" TO FIM-DO-PONTO
                   ELSE
                       IF PONTO-FALTA-INJUSTIFICADA
                           AND WS-FALTAS < 999
                           ADD 1 TO WS-FALTAS
                       END-IF
                   END-IF
           END-READ.

      *> FATOR = MESES / 12 X (1 - FALTAS X REDUTOR); O REDUTOR QUE
      *> CONSOME O FATOR INTEIRO TIRA O DIREITO COMO O LIMITE DE FALTAS
       CLASSIFICAR-DIREITO.
           MOVE ZEROS TO PLRD-FATOR.
           IF PLRD-ELEGIVEL AND WS-MESES < PLR-MESES-MINIMO
               MOVE "M" TO PLRD-MOTIVO
           END-IF.
           IF PLRD-ELEGIVEL AND PLR-LIMITE-FALTAS > ZERO
               AND WS-FALTAS NOT < PLR-LIMITE-FALTAS
               MOVE "F" TO PLRD-MOTIVO
           END-IF.
           IF PLRD-ELEGIVEL
               COMPUTE WS-CALCULO =
                   100 - WS-FALTAS * PLR-REDUTOR-FALTA
               IF WS-CALCULO NOT > ZERO
                   MOVE "F" TO PLRD-MOTIVO
               ELSE
                   COMPUTE PLRD-FATOR ROUNDED =
                       WS-MESES * WS-CALCULO / 1200
               END-IF
           END-IF.

       GRAVAR-AVALIACAO.
           MOVE WS-ANO-BASE             TO PLRD-ANO.
           MOVE FUNCIONARIO-CODIGO      TO PLRD-CODIGO.
           MOVE WS-EMPRESA-FUNC         TO PLRD-EMPRESA.
           MOVE FUNCIONARIO-DEPARTAMENTO TO PLRD-DEPARTAMENTO.
           MOVE FUNCIONARIO-SALARIO     TO PLRD-SALARIO.
           MOVE WS-MESES                TO PLRD-MESES.
           MOVE WS-FALTAS               TO PLRD-FALTAS.
           MOVE ZEROS TO PLRD-COTA-SALARIO PLRD-COTA-IGUAL PLRD-BRUTO
               PLRD-ALIQ-IRRF PLRD-IRRF PLRD-LIQUIDO PLRD-DT-PAGAMENTO.
           MOVE "N" TO PLRD-REMESSA.
           IF PLRD-ELEGIVEL
               IF WS-QTD-CODIGOS < WS-MAX-CODIGOS
                   ADD 1 TO WS-QTD-CODIGOS
                   MOVE FUNCIONARIO-CODIGO
                       TO WS-COD-FUNCIONARIO(WS-QTD-CODIGOS)
               ELSE
                   ADD 1 TO WS-EXCEDENTES
               END-IF
               ADD 1 TO WS-QTD-ELEGIVEIS
               COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                   PLRD-SALARIO * PLRD-FATOR
               ADD PLRD-FATOR TO WS-SOMA-FATORES
           ELSE
               ADD 1 TO WS-QTD-EXCLUIDOS
           END-IF.
           WRITE PLRD-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PLR DO CODIGO "
                       FUNCIONARIO-CODIGO
                       " (CALCULADA EM OUTRA EMPRESA NO ANO)"
           END-WRITE.

      *> SEGUNDA PASSADA: COTA PELO SALARIO = METADE SALARIAL X
      *> (SALARIO X FATOR) / SOMA DOS SALARIOS PONDERADOS; COTA IGUAL
      *> = METADE IGUAL X FATOR / SOMA DOS FATORES. A SOBRA DO
      *> ARREDONDAMENTO APARECE NO RELATORIO
       REPARTIR-ENTRE-ELEGIVEIS.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-PAGAMENTO.
           COMPUTE WS-IMP-COMPETENCIA = WS-DATA-HOJE / 100.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           PERFORM IMP-CARREGAR-TABELA-PLR.
           CLOSE ARQUIVO-TABIMPOSTO.
           PERFORM REPARTIR-UM-ELEGIVEL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-CODIGOS.

       REPARTIR-UM-ELEGIVEL.
           PERFORM SOMAR-PLR-JA-PAGA.
           MOVE WS-ANO-BASE TO PLRD-ANO.
           MOVE WS-COD-FUNCIONARIO(WS-IDX) TO PLRD-CODIGO.
           READ ARQUIVO-PLRDIST
               INVALID KEY
                   DISPLAY "PLR DO CODIGO " PLRD-CODIGO
                       " NAO ENCONTRADA NA SEGUNDA PASSADA"
               NOT INVALID KEY
                   PERFORM CALCULAR-COTAS
                   PERFORM CALCULAR-IRRF-DA-PLR
                   REWRITE PLRD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PLR DO CODIGO "
                               PLRD-CODIGO
                   END-REWRITE
                   ADD PLRD-BRUTO TO WS-TOTAL-BRUTO
           END-READ.

       CALCULAR-COTAS.
           MOVE ZEROS TO PLRD-COTA-SALARIO PLRD-COTA-IGUAL.
           IF WS-SOMA-PONDERADA > ZERO
               COMPUTE PLRD-COTA-SALARIO ROUNDED =
                   WS-POOL-SALARIO * PLRD-SALARIO * PLRD-FATOR
                   / WS-SOMA-PONDERADA
           END-IF.
           IF WS-SOMA-FATORES > ZERO
               COMPUTE PLRD-COTA-IGUAL ROUNDED =
                   WS-POOL-IGUAL * PLRD-FATOR / WS-SOMA-FATORES
           END-IF.
           COMPUTE PLRD-BRUTO = PLRD-COTA-SALARIO + PLRD-COTA-IGUAL.

      *> A TABELA EXCLUSIVA INCIDE SOBRE TODA A PLR PAGA NO ANO-
      *> CALENDARIO: A RETENCAO E O IMPOSTO DA SOMA MENOS O JA RETIDO
       CALCULAR-IRRF-DA-PLR.
           COMPUTE WS-IMP-RENDIMENTO = WS-ANT-BRUTO + PLRD-BRUTO.
           PERFORM IMP-CALCULAR-IRRF-PLR.
           MOVE WS-IMP-ALIQ-IRRF TO PLRD-ALIQ-IRRF.
           MOVE ZEROS TO PLRD-IRRF.
           IF WS-IMP-VL-IRRF > WS-ANT-IRRF
               COMPUTE PLRD-IRRF = WS-IMP-VL-IRRF - WS-ANT-IRRF
           END-IF.
           COMPUTE PLRD-LIQUIDO = PLRD-BRUTO - PLRD-IRRF.

      *> PLR DOS ANOS-BASE VIZINHOS (ANTECIPACAO OU SALDO) JA PAGA NO
      *> ANO-CALENDARIO DO PAGAMENTO
       SOMAR-PLR-JA-PAGA.
           MOVE ZEROS TO WS-ANT-BRUTO WS-ANT-IRRF.
           COMPUTE WS-ANO-OUTRO = WS-ANO-BASE - 1.
           PERFORM SOMAR-PLR-DE-OUTRO-ANO.
           COMPUTE WS-ANO-OUTRO = WS-ANO-BASE + 1.
           PERFORM SOMAR-PLR-DE-OUTRO-ANO.

       SOMAR-PLR-DE-OUTRO-ANO.
           MOVE WS-ANO-OUTRO TO PLRD-ANO.
           MOVE WS-COD-FUNCIONARIO(WS-IDX) TO PLRD-CODIGO.
           READ ARQUIVO-PLRDIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PLRD-NAO-PAGO
                       AND PLRD-PAG-ANO = WS-ANO-PAGAMENTO
                       ADD PLRD-BRUTO TO WS-ANT-BRUTO
                       ADD PLRD-IRRF  TO WS-ANT-IRRF
                   END-IF
           END-READ.

      *> RELATORIO DA DISTRIBUICAO PARA A ASSINATURA DO SINDICATO
       IMPRIMIR-DISTRIBUICAO.
           IF NOT REGRAS-CADASTRADAS OR PLR-CADASTRADA
               DISPLAY "DISTRIBUICAO DO ANO AINDA NAO CALCULADA"
           ELSE
               PERFORM GERAR-RELATORIO
           END-IF.

       GERAR-RELATORIO.
           MOVE ZEROS TO WS-TOTAL-COTA-SALARIO
               WS-TOTAL-COTA-IGUAL WS-TOTAL-BRUTO WS-TOTAL-IRRF
               WS-TOTAL-LIQUIDO WS-QTD-ELEGIVEIS WS-QTD-EXCLUIDOS.
           MOVE "PROG145" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELPLR" TO WS-SPOOL-ARQUIVO.
           MOVE "DISTRIBUICAO DA PLR" TO WS-SPOOL-TITULO.
           MOVE SPACES TO WS-SPOOL-COLUNAS.
           STRING "CODIG NOME                      DEP   SALARIO"
               DELIMITED BY SIZE
               " MESES FALT  FATOR COTA-SALAR COTA-IGUAL"
               DELIMITED BY SIZE
               "  PLR BRUTA IRRF EXCL PLR LIQUID OBSERVACAO"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           PERFORM IMPRIMIR-REGRAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM POSICIONAR-NO-ANO.
           PERFORM IMPRIMIR-PROXIMA-PLR UNTIL ACABOU-DISTRIBUICAO.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM IMPRIMIR-ASSINATURAS.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "RELATORIO DA DISTRIBUICAO GERADO".

       IMPRIMIR-REGRAS.
           MOVE PLR-VALOR-TOTAL TO WS-VL-EDIT.
           STRING "ANO-BASE " DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  VALOR ACORDADO: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               "  CALCULADA EM " DELIMITED BY SIZE
               PLR-DT-CALCULO DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               PLR-OPERADOR-CALCULO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLR-PERC-SALARIO TO WS-PERC-EDIT.
           STRING "REGRAS: " DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "% PROPORCIONAL AO SALARIO, O RESTO EM COTAS IGUAIS;"
               DELIMITED BY SIZE
               " MINIMO DE " DELIMITED BY SIZE
               PLR-MESES-MINIMO DELIMITED BY SIZE
               " MES(ES) NO ANO" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLR-REDUTOR-FALTA TO WS-PERC-EDIT.
           STRING "FATOR = MESES / 12 X (1 - FALTAS INJUSTIFICADAS X "
               DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "%); LIMITE DE FALTAS: " DELIMITED BY SIZE
               PLR-LIMITE-FALTAS DELIMITED BY SIZE
               " (000 = SEM LIMITE)" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-PROXIMA-PLR.
           READ ARQUIVO-PLRDIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-DISTRIBUICAO
               NOT AT END
                   IF PLRD-ANO NOT = WS-ANO-BASE
                       MOVE "S" TO FIM-DA-DISTRIBUICAO
                   ELSE
                       IF PLRD-EMPRESA = WS-EMPRESA-FILTRO
                           PERFORM IMPRIMIR-LINHA-PLR
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-LINHA-PLR.
           MOVE PLRD-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO WS-NOME-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNCIONARIO
           END-READ.
           EVALUATE TRUE
               WHEN PLRD-POUCOS-MESES
                   MOVE "MESES < MIN" TO WS-OBSERVACAO
               WHEN PLRD-EXCESSO-FALTAS
                   MOVE "FALTAS" TO WS-OBSERVACAO
               WHEN PLRD-JUSTA-CAUSA
                   MOVE "JUSTA CAUSA" TO WS-OBSERVACAO
               WHEN PLRD-REMETIDO
                   MOVE "PAGA" TO WS-OBSERVACAO
               WHEN PLRD-CREDITO-MANUAL
                   MOVE "PAGA MANUAL" TO WS-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO WS-OBSERVACAO
           END-EVALUATE.
           IF PLRD-ELEGIVEL
               ADD 1 TO WS-QTD-ELEGIVEIS
           ELSE
               ADD 1 TO WS-QTD-EXCLUIDOS
           END-IF.
           MOVE PLRD-CODIGO          TO LIN-CODIGO.
           MOVE WS-NOME-FUNCIONARIO  TO LIN-NOME.
           MOVE PLRD-DEPARTAMENTO    TO LIN-DEPARTAMENTO.
           MOVE PLRD-SALARIO         TO LIN-SALARIO.
           MOVE PLRD-MESES           TO LIN-MESES.
           MOVE PLRD-FALTAS          TO LIN-FALTAS.
           MOVE PLRD-FATOR           TO LIN-FATOR.
           MOVE PLRD-COTA-SALARIO    TO LIN-COTA-SALARIO.
           MOVE PLRD-COTA-IGUAL      TO LIN-COTA-IGUAL.
           MOVE PLRD-BRUTO           TO LIN-BRUTO.
           MOVE PLRD-IRRF            TO LIN-IRRF.
           MOVE PLRD-LIQUIDO         TO LIN-LIQUIDO.
           MOVE WS-OBSERVACAO        TO LIN-OBSERVACAO.
           MOVE WS-LINHA-PLR TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD PLRD-COTA-SALARIO TO WS-TOTAL-COTA-SALARIO.
           ADD PLRD-COTA-IGUAL   TO WS-TOTAL-COTA-IGUAL.
           ADD PLRD-BRUTO        TO WS-TOTAL-BRUTO.
           ADD PLRD-IRRF         TO WS-TOTAL-IRRF.
           ADD PLRD-LIQUIDO      TO WS-TOTAL-LIQUIDO.

      *> OS TOTAIS SAEM EM LINHAS PROPRIAS: A SOMA PASSA DA LARGURA
      *> DAS COLUNAS DE CADA FUNCIONARIO
       IMPRIMIR-TOTAIS.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ELEGIVEIS: " DELIMITED BY SIZE
               WS-QTD-ELEGIVEIS DELIMITED BY SIZE
               "  SEM DIREITO: " DELIMITED BY SIZE
               WS-QTD-EXCLUIDOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-COTA-SALARIO TO WS-VL-EDIT.
           STRING "TOTAL DAS COTAS PELO SALARIO....: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-COTA-IGUAL TO WS-VL-EDIT.
           STRING "TOTAL DAS COTAS IGUAIS..........: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-BRUTO TO WS-VL-EDIT.
           STRING "TOTAL DA PLR BRUTA..............: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-IRRF TO WS-VL-EDIT.
           STRING "TOTAL DO IRRF EXCLUSIVO.........: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-LIQUIDO TO WS-VL-EDIT.
           STRING "TOTAL DA PLR LIQUIDA............: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           COMPUTE WS-CALCULO = PLR-VALOR-TOTAL - WS-TOTAL-BRUTO.
           MOVE WS-CALCULO TO WS-VL-EDIT.
           STRING "DIFERENCA DE ARREDONDAMENTO.....: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           IF WS-CALCULO < ZERO
               MOVE " DISTRIBUIDA A MAIS" TO WS-SPOOL-DETALHE(49:19)
           ELSE
               MOVE " NAO DISTRIBUIDA" TO WS-SPOOL-DETALHE(49:16)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           IF NOT PLR-PAGA
               MOVE "IRRF PROJETADO PELA TABELA DA PLR EM VIGOR NO "
                   TO WS-SPOOL-DETALHE
               MOVE "CALCULO; REFEITO NA DATA DO PAGAMENTO"
                   TO WS-SPOOL-DETALHE(47:37)
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       IMPRIMIR-ASSINATURAS.
           PERFORM SPOOL-IMPRIMIR.
           IF PLR-APROVADA OR PLR-PAGA
               STRING "DISTRIBUICAO APROVADA POR " DELIMITED BY SIZE
                   PLR-APROVADOR DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   PLR-DT-APROVACAO DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "________________________________" TO WS-SPOOL-DETALHE.
           MOVE "________________________________"
               TO WS-SPOOL-DETALHE(41:32).
           PERFORM SPOOL-IMPRIMIR.
           MOVE "PELA EMPRESA" TO WS-SPOOL-DETALHE.
           MOVE "PELO SINDICATO / COMISSAO DOS EMPREGADOS"
               TO WS-SPOOL-DETALHE(41:40).
           PERFORM SPOOL-IMPRIMIR.

      *> APROVACAO: REGISTRA QUEM CONFERIU O RELATORIO ASSINADO PELO
      *> SINDICATO; A DISTRIBUICAO APROVADA NAO E MAIS RECALCULADA
       APROVAR-DISTRIBUICAO.
           EVALUATE TRUE
               WHEN NOT REGRAS-CADASTRADAS OR PLR-CADASTRADA
                   DISPLAY "DISTRIBUICAO DO ANO AINDA NAO CALCULADA"
               WHEN PLR-APROVADA OR PLR-PAGA
                   DISPLAY "DISTRIBUICAO JA APROVADA POR "
                       PLR-APROVADOR " EM " PLR-DT-APROVACAO
               WHEN OTHER
                   PERFORM REGISTRAR-APROVACAO
           END-EVALUATE.

       REGISTRAR-APROVACAO.
           PERFORM EXIBIR-REGRAS.
           DISPLAY "ELEGIVEIS...............: " PLR-QTD-ELEGIVEIS.
           MOVE PLR-TOTAL-DISTRIBUIDO TO WS-VL-EDIT.
           DISPLAY "TOTAL DISTRIBUIDO.......: " WS-VL-EDIT-IMP.
           DISPLAY "CALCULADA EM " PLR-DT-CALCULO " POR "
               PLR-OPERADOR-CALCULO.
           DISPLAY "O RELATORIO FOI ASSINADO PELO SINDICATO? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "A" TO PLR-SITUACAO
               MOVE WS-OPERADOR TO PLR-APROVADOR
               MOVE WS-DATA-HOJE TO PLR-DT-APROVACAO
               REWRITE PLR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A APROVACAO"
                   NOT INVALID KEY
                       DISPLAY "DISTRIBUICAO APROVADA, LIBERADA PARA "
                           "PAGAMENTO"
               END-REWRITE
           ELSE
               DISPLAY "APROVACAO NAO REGISTRADA"
           END-IF.

      *> PAGAMENTO: O IRRF E REFEITO PELA TABELA DA PLR EM VIGOR NA
      *> DATA DO PAGAMENTO; CADA ELEGIVEL E CREDITADO NA REMESSA
      *> (SEM CONTA, O CREDITO E MANUAL) E GANHA O RECIBO PROPRIO
       PAGAR-DISTRIBUICAO.
           EVALUATE TRUE
               WHEN NOT REGRAS-CADASTRADAS
                   DISPLAY "ANO-BASE SEM REGRAS CADASTRADAS"
               WHEN PLR-PAGA
                   DISPLAY "PLR DO ANO JA PAGA EM " PLR-DT-PAGAMENTO
               WHEN NOT PLR-APROVADA
                   DISPLAY "SO A DISTRIBUICAO APROVADA PODE SER PAGA"
               WHEN OTHER
                   PERFORM CONFIRMAR-PAGAMENTO
           END-EVALUATE.

       CONFIRMAR-PAGAMENTO.
           DISPLAY "INFORME A DATA DO PAGAMENTO (AAAAMMDD, "
               "0 = HOJE): ".
           ACCEPT WS-DT-PAGAMENTO.
           IF WS-DT-PAGAMENTO = ZERO
               MOVE WS-DATA-HOJE TO WS-DT-PAGAMENTO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-PAGAMENTO) NOT = ZERO
               DISPLAY "DATA INVALIDA"
           ELSE
               DISPLAY "CONFIRMA O PAGAMENTO DA PLR " WS-ANO-BASE
                   " EM " WS-DT-PAGAMENTO "? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM EXECUTAR-PAGAMENTO
               ELSE
                   DISPLAY "PAGAMENTO NAO REALIZADO"
               END-IF
           END-IF.

       EXECUTAR-PAGAMENTO.
           MOVE "PROG145" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           MOVE ZEROS TO WS-QTD-PAGOS WS-QTD-DETALHES WS-QTD-SEM-CONTA
               WS-TOTAL-CENTAVOS WS-TOTAL-BRUTO WS-QTD-CODIGOS
               WS-EXCEDENTES.
           MOVE WS-DT-PAGAMENTO(1:4) TO WS-ANO-PAGAMENTO.
           COMPUTE WS-IMP-COMPETENCIA = WS-DT-PAGAMENTO / 100.
           OPEN INPUT ARQUIVO-TABIMPOSTO.
           PERFORM IMP-CARREGAR-TABELA-PLR.
           CLOSE ARQUIVO-TABIMPOSTO.
           PERFORM POSICIONAR-NO-ANO.
           PERFORM SELECIONAR-A-PAGAR UNTIL ACABOU-DISTRIBUICAO.
           IF WS-EXCEDENTES > ZERO
               DISPLAY "LIMITE DE " WS-MAX-CODIGOS " PAGAMENTOS "
                   "EXCEDIDO EM " WS-EXCEDENTES
                   ": PAGAMENTO NAO REALIZADO"
               MOVE "F" TO WS-JORNAL-STATUS
           ELSE
               PERFORM PAGAR-ELEGIVEIS
               MOVE "S" TO WS-JORNAL-STATUS
           END-IF.
           MOVE WS-QTD-PAGOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.

       SELECIONAR-A-PAGAR.
           READ ARQUIVO-PLRDIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-DISTRIBUICAO
               NOT AT END
                   IF PLRD-ANO NOT = WS-ANO-BASE
                       MOVE "S" TO FIM-DA-DISTRIBUICAO
                   ELSE
                       IF PLRD-EMPRESA = WS-EMPRESA-FILTRO
                           AND PLRD-ELEGIVEL AND PLRD-NAO-PAGO
                           AND PLRD-BRUTO > ZERO
                           PERFORM GUARDAR-A-PAGAR
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-A-PAGAR.
           IF WS-QTD-CODIGOS < WS-MAX-CODIGOS
               ADD 1 TO WS-QTD-CODIGOS
               MOVE PLRD-CODIGO TO WS-COD-FUNCIONARIO(WS-QTD-CODIGOS)
           ELSE
               ADD 1 TO WS-EXCEDENTES
           END-IF.

       PAGAR-ELEGIVEIS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVAR-HEADER-REMESSA.
           MOVE "PROG145" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RECIBOPLR" TO WS-SPOOL-ARQUIVO.
           MOVE "RECIBO DE PAGAMENTO DA PLR" TO WS-SPOOL-TITULO.
           MOVE "N" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           PERFORM PAGAR-UM-ELEGIVEL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-CODIGOS.
           PERFORM GRAVAR-TRAILER-REMESSA.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REMESSA.
           MOVE "P" TO PLR-SITUACAO.
           MOVE WS-DT-PAGAMENTO TO PLR-DT-PAGAMENTO.
           MOVE WS-TOTAL-BRUTO TO PLR-TOTAL-DISTRIBUIDO.
           REWRITE PLR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A PLR DO ANO COMO PAGA"
           END-REWRITE.
           DISPLAY " ".
           DISPLAY "PLR PAGAS................: " WS-QTD-PAGOS.
           DISPLAY "CREDITOS NA REMESSA......: " WS-QTD-DETALHES.
           DISPLAY "SEM CONTA (PAGAMENTO MANUAL): " WS-QTD-SEM-CONTA.
           DISPLAY "TOTAL EM CENTAVOS........: " WS-TOTAL-CENTAVOS.

       GRAVAR-HEADER-REMESSA.
           MOVE "1" TO REM-H-TIPO.
           MOVE WS-DATA-HOJE TO REM-H-DATA.
           COMPUTE REM-H-COMPETENCIA = WS-DT-PAGAMENTO / 100.
           MOVE "SISTEMA DE FUNCIONARIOS" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

       PAGAR-UM-ELEGIVEL.
           PERFORM SOMAR-PLR-JA-PAGA.
           MOVE WS-ANO-BASE TO PLRD-ANO.
           MOVE WS-COD-FUNCIONARIO(WS-IDX) TO PLRD-CODIGO.
           READ ARQUIVO-PLRDIST
               INVALID KEY
                   DISPLAY "PLR DO CODIGO " PLRD-CODIGO
                       " NAO ENCONTRADA NO PAGAMENTO"
               NOT INVALID KEY
                   PERFORM CALCULAR-IRRF-DA-PLR
                   PERFORM CREDITAR-PLR
                   MOVE WS-DT-PAGAMENTO TO PLRD-DT-PAGAMENTO
                   REWRITE PLRD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR A PLR DO CODIGO "
                               PLRD-CODIGO " COMO PAGA"
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-PAGOS
                           ADD PLRD-BRUTO TO WS-TOTAL-BRUTO
                           PERFORM IMPRIMIR-RECIBO
                   END-REWRITE
           END-READ.

      *> SEM CONTA CADASTRADA O CREDITO E FEITO A MAO, MAS A PLR FICA
      *> PAGA DO MESMO JEITO, COMO NA COMPLEMENTAR DO PROG114
       CREDITAR-PLR.
           MOVE PLRD-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO FUNCIONARIO-NOME
                   MOVE SPACES TO FUNCIONARIO-BANCO
           END-READ.
           IF FUNCIONARIO-BANCO = SPACES
               MOVE "M" TO PLRD-REMESSA
               ADD 1 TO WS-QTD-SEM-CONTA
           ELSE
               MOVE "S" TO PLRD-REMESSA
               MOVE "2" TO REM-D-TIPO
               MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO
               MOVE FUNCIONARIO-NOME   TO REM-D-NOME
               MOVE FUNCIONARIO-BANCO  TO REM-D-BANCO
               MOVE FUNCIONARIO-AGENCIA TO REM-D-AGENCIA
               MOVE FUNCIONARIO-CONTA  TO REM-D-CONTA
               MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV
               MOVE FUNCIONARIO-TIPO-CONTA TO REM-D-TIPO-CONTA
               COMPUTE REM-D-VALOR-CENTAVOS = PLRD-LIQUIDO * 100
               WRITE REMESSA-DETALHE
               ADD 1 TO WS-QTD-DETALHES
               ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS
           END-IF.

       GRAVAR-TRAILER-REMESSA.
           MOVE "9" TO REM-T-TIPO.
           MOVE WS-QTD-DETALHES   TO REM-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO REM-T-TOTAL-CENTAVOS.
           WRITE REMESSA-TRAILER.

      *> UMA PAGINA POR FUNCIONARIO, COMO NO INFORME DO PROG85: O
      *> RECIBO DA PLR E SEPARADO DO CONTRACHEQUE DA FOLHA
       IMPRIMIR-RECIBO.
           MOVE 99 TO WS-SPOOL-LINHA-ATUAL.
           STRING "PARTICIPACAO NOS LUCROS OU RESULTADOS - ANO-BASE "
               DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CODIGO: " DELIMITED BY SIZE
               PLRD-CODIGO DELIMITED BY SIZE
               "  NOME: " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
               PLRD-DEPARTAMENTO DELIMITED BY SIZE
               "  EMPRESA: " DELIMITED BY SIZE
               PLRD-EMPRESA DELIMITED BY SIZE
               "  PAGAMENTO EM: " DELIMITED BY SIZE
               PLRD-DT-PAGAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-FATOR TO WS-FATOR-EDIT.
           STRING "MESES TRABALHADOS NO ANO: " DELIMITED BY SIZE
               PLRD-MESES DELIMITED BY SIZE
               "  FALTAS INJUSTIFICADAS: " DELIMITED BY SIZE
               PLRD-FALTAS DELIMITED BY SIZE
               "  FATOR: " DELIMITED BY SIZE
               WS-FATOR-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-COTA-SALARIO TO WS-VL-EDIT.
           STRING "COTA PROPORCIONAL AO SALARIO....: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-COTA-IGUAL TO WS-VL-EDIT.
           STRING "COTA IGUAL......................: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-BRUTO TO WS-VL-EDIT.
           STRING "PLR BRUTA.......................: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-IRRF TO WS-VL-EDIT.
           MOVE PLRD-ALIQ-IRRF TO WS-PERC-EDIT.
           STRING "IRRF EXCLUSIVO DA PLR (" DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "%)..: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE PLRD-LIQUIDO TO WS-VL-EDIT.
           STRING "PLR LIQUIDA A RECEBER...........: " DELIMITED BY SIZE
               WS-VL-EDIT-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           IF PLRD-REMETIDO
               STRING "CREDITO EM CONTA: BANCO " DELIMITED BY SIZE
                   FUNCIONARIO-BANCO DELIMITED BY SIZE
                   " AGENCIA " DELIMITED BY SIZE
                   FUNCIONARIO-AGENCIA DELIMITED BY SIZE
                   " CONTA " DELIMITED BY SIZE
                   FUNCIONARIO-CONTA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCIONARIO-CONTA-DV DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
           ELSE
               MOVE "SEM CONTA CADASTRADA: PAGAMENTO MANUAL"
                   TO WS-SPOOL-DETALHE
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "PAGA FORA DA FOLHA, SEM INCIDENCIA DE INSS E FGTS; "
               TO WS-SPOOL-DETALHE.
           MOVE "IRRF DE TRIBUTACAO EXCLUSIVA NA FONTE"
               TO WS-SPOOL-DETALHE(52:37).
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "________________________________" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "ASSINATURA DO EMPREGADO" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDIMPOSTO TAB (TABELA EXCLUSIVA DA PLR)
           COPY "PDIMPOSTO.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
