       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG116.
      *> PROGRAMA DE CONCILIACAO DA FOLHA ANTES DA LIBERACAO BANCARIA
      *> O MESMO DINHEIRO APARECE EM QUATRO LUGARES: OS TOTAIS DO
      *> FOLHAHIST, AS RUBRICAS DO FOLHAEVT, O TRAILER "9" DA REMESSA
      *> DO PROG67 E O RETORNO DO BANCO (PROG68). O LOTE CONFERE, NA
      *> FOLHA NORMAL DA COMPETENCIA E EMPRESA INFORMADAS, QUE:
      *>   1) PROVENTOS MENOS DESCONTOS DAS RUBRICAS DE CADA
      *>      FUNCIONARIO DAO O LIQUIDO GRAVADO NO FOLHAHIST;
      *>   2) A REMESSA (DETALHES E TRAILER) TEM A QUANTIDADE E O
      *>      TOTAL DO FOLHAHIST DOS FUNCIONARIOS COM DADOS BANCARIOS,
      *>      CREDITO A CREDITO;
      *>   3) O RETORNO DO BANCO, QUANDO JA CHEGOU, RESPONDE POR TODOS
      *>      OS CREDITOS ENVIADOS.
      *> TODA DIFERENCA SAI LISTADA NO SPOOL. A REMESSA SO E MARCADA
      *> COMO LIBERADA NO ARQUIVO DE CONCILIACAO QUANDO AS CONFERENCIAS
      *> 1 E 2 FECHAM SEM DIFERENCA; A 3 FICA REGISTRADA A PARTE, POIS
      *> O RETORNO SO EXISTE DEPOIS DO ENVIO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELCONCILIA TAB
           COPY "SELCONCILIA.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT OPTIONAL ARQUIVO-REMESSA ASSIGN TO "REMESSABANCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-RETORNO ASSIGN TO "RETORNOBANCO"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDCONCILIA TAB (LIBERACAO DA REMESSA PELA CONCILIACAO)
           COPY "FDCONCILIA.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

      *> REMESSA NO LAYOUT POSICIONAL GRAVADO PELO PROG67
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

      *> RETORNO DO BANCO NO LAYOUT LIDO PELO PROG68
       FD  ARQUIVO-RETORNO
           LABEL RECORD STANDARD.
       01  RETORNO-DETALHE.
           05  RET-TIPO          PIC X(01).
           05  RET-CODIGO        PIC 9(05).
           05  RET-NOME          PIC X(30).
           05  RET-VALOR-CENTAVOS PIC 9(10).
           05  RET-OCORRENCIA    PIC X(02).
               88  CREDITO-EFETIVADO     VALUE "00".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> A CONCILIACAO E DA REMESSA DA EMPRESA DA SESSAO, COMO A
      *> GERADA PELO PROG67; FORA DO MENU O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  FIM-DAS-RUBRICAS  PIC X(01) VALUE "N".
           88  ACABOU-RUBRICAS       VALUE "S".
       01  FIM-DA-REMESSA    PIC X(01) VALUE "N".
           88  ACABOU-REMESSA        VALUE "S".
       01  FIM-DO-RETORNO    PIC X(01) VALUE "N".
           88  ACABOU-RETORNO        VALUE "S".
       01  WS-TEM-HEADER     PIC X(01) VALUE "N".
           88  REMESSA-COM-HEADER    VALUE "S".
       01  WS-TEM-TRAILER    PIC X(01) VALUE "N".
           88  REMESSA-COM-TRAILER   VALUE "S".
       01  WS-NOME-FUNC      PIC X(30).
       01  WS-SOMA-RUBRICAS  PIC S9(07)V9(02) VALUE ZEROS.
       01  WS-DIFERENCA      PIC S9(07)V9(02) VALUE ZEROS.

      *> CREDITOS DA COMPETENCIA EM TABELA PARA O CRUZAMENTO DO
      *> FOLHAHIST COM A REMESSA E DA REMESSA COM O RETORNO, NOS MOLDES
      *> DA CONCILIACAO DO FORNECEDOR (PROG59): CADA ENTRADA GUARDA O
      *> LIQUIDO ESPERADO E O QUE A REMESSA E O RETORNO TROUXERAM. O
      *> EXCEDENTE E AVISADO E CONTA COMO DIFERENCA, PARA A CONCILIACAO
      *> TRUNCADA NAO LIBERAR A REMESSA. O INDICE TEM UM DIGITO A MAIS
      *> QUE A TABELA PARA O PERFORM VARYING PODER ESTOURAR O LIMITE
       01  WS-QTD-CREDITOS   PIC 9(04) VALUE ZEROS.
       01  WS-MAX-CREDITOS   PIC 9(04) VALUE 5000.
       01  WS-EXCEDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CREDITOS.
           05  WS-CRED-ENTRADA OCCURS 5000 TIMES.
               10  WS-CRED-CODIGO        PIC 9(05).
               10  WS-CRED-ESPERADO      PIC X(01).
               10  WS-CRED-LIQ-CENT      PIC 9(10).
               10  WS-CRED-NA-REMESSA    PIC X(01).
               10  WS-CRED-REM-CENT      PIC 9(10).
               10  WS-CRED-NO-RETORNO    PIC X(01).
       01  WS-IDX            PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-PROCURADO PIC 9(05) VALUE ZEROS.
       01  WS-CENTAVOS       PIC 9(10) VALUE ZEROS.
       01  WS-FOI-ENVIADO    PIC X(01) VALUE "N".
           88  CREDITO-ENVIADO       VALUE "S".

      *> TOTAIS DAS TRES CONFERENCIAS
       01  WS-QTD-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ESPERADOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ESPERADO PIC 9(12) VALUE ZEROS.
       01  WS-QTD-DETALHES   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DETALHES PIC 9(12) VALUE ZEROS.
       01  WS-QTD-RETORNADOS PIC 9(05) VALUE ZEROS.
       01  WS-DIF-RUBRICAS   PIC 9(05) VALUE ZEROS.
       01  WS-DIF-REMESSA    PIC 9(05) VALUE ZEROS.
       01  WS-DIF-RETORNO    PIC 9(05) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-ESPERADO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ESPERADO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-ENCONTRADO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ENCONTRADO-EDIT PIC ZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM ZERAR-TOTAIS-CONCILIACAO.
           DISPLAY "===== CONCILIACAO DA FOLHA E DA REMESSA =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-CONCILIACAO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           MOVE "PROG116" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           MOVE "PROG116" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELCONCILIA" TO WS-SPOOL-ARQUIVO.
           MOVE "CONCILIACAO DA FOLHA X REMESSA X RETORNO"
               TO WS-SPOOL-TITULO.
           PERFORM SPOOL-ABRIR.
           STRING "COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           PERFORM CONFERIR-RUBRICAS-X-HISTORICO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           PERFORM CONFERIR-REMESSA-X-HISTORICO.
           PERFORM CONFERIR-RETORNO-X-REMESSA.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM IMPRIMIR-FECHAMENTO.
           PERFORM SPOOL-ENCERRAR.
           PERFORM REGISTRAR-CONCILIACAO.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-FUNCIONARIOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

      *> O MENU CHAMA O PROGRAMA SEM CANCEL E O OPERADOR RODA DE NOVO
      *> DEPOIS DE ACERTAR AS DIFERENCAS, ENTAO CADA EXECUCAO COMECA
      *> ZERANDO OS TOTAIS, A TABELA DE CREDITOS E OS INDICADORES DA
      *> REMESSA DA ANTERIOR
       ZERAR-TOTAIS-CONCILIACAO.
           MOVE ZEROS TO WS-QTD-FUNCIONARIOS WS-QTD-ESPERADOS
               WS-TOTAL-ESPERADO WS-QTD-DETALHES WS-TOTAL-DETALHES
               WS-QTD-RETORNADOS WS-EXCEDENTES WS-QTD-CREDITOS
               WS-DIF-RUBRICAS WS-DIF-REMESSA WS-DIF-RETORNO.
           MOVE "N" TO WS-TEM-HEADER WS-TEM-TRAILER.

       DEFINIR-EMPRESA-DA-CONCILIACAO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA REMESSA (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.

      *> CONFERENCIA 1: RUBRICAS X LIQUIDO, NA FOLHA NORMAL DA EMPRESA
      *> CARIMBADA NO HISTORICO (LEGADO EM BRANCO = "01"). NA MESMA
      *> PASSADA MONTA OS CREDITOS QUE A REMESSA DEVE TRAZER
       CONFERIR-RUBRICAS-X-HISTORICO.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "--- 1) RUBRICAS X LIQUIDO DO HISTORICO ---"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.
           PERFORM CONFERIR-PROXIMA-FOLHA UNTIL ACABOU-HISTORICO.
           IF WS-QTD-FUNCIONARIOS = ZERO
               ADD 1 TO WS-DIF-RUBRICAS
               MOVE "NAO HA FOLHA GRAVADA PARA A COMPETENCIA E EMPRESA"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       CONFERIR-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FUNC
                       IF WS-EMPRESA-FUNC = SPACES
                           MOVE "01" TO WS-EMPRESA-FUNC
                       END-IF
                       IF FOLHAHIST-NORMAL
                           AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                           PERFORM CONFERIR-FOLHA-DO-FUNCIONARIO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

       CONFERIR-FOLHA-DO-FUNCIONARIO.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           MOVE ZEROS TO WS-SOMA-RUBRICAS.
           MOVE "N" TO FIM-DAS-RUBRICAS.
           MOVE FOLHAHIST-COMPETENCIA TO FOLHAEVT-COMPETENCIA.
           MOVE FOLHAHIST-CODIGO      TO FOLHAEVT-CODIGO.
           MOVE FOLHAHIST-FOLHA       TO FOLHAEVT-FOLHA.
           MOVE ZEROS TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-RUBRICAS
           END-START.
           PERFORM SOMAR-PROXIMA-RUBRICA UNTIL ACABOU-RUBRICAS.
           COMPUTE WS-DIFERENCA = WS-SOMA-RUBRICAS - FOLHAHIST-LIQUIDO.
           PERFORM LER-FUNCIONARIO-DO-CREDITO.
           IF WS-DIFERENCA NOT = ZERO
               ADD 1 TO WS-DIF-RUBRICAS
               MOVE FOLHAHIST-LIQUIDO TO WS-VL-ESPERADO-EDIT
               IF WS-SOMA-RUBRICAS < ZERO
                   MOVE ZEROS TO WS-VL-ENCONTRADO-EDIT
               ELSE
                   MOVE WS-SOMA-RUBRICAS TO WS-VL-ENCONTRADO-EDIT
               END-IF
               STRING FOLHAHIST-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " LIQUIDO " DELIMITED BY SIZE
                   WS-VL-ESPERADO-IMP DELIMITED BY SIZE
                   "  RUBRICAS (P-D) " DELIMITED BY SIZE
                   WS-VL-ENCONTRADO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       SOMAR-PROXIMA-RUBRICA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-RUBRICAS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA NOT = FOLHAHIST-COMPETENCIA
                       OR FOLHAEVT-CODIGO NOT = FOLHAHIST-CODIGO
                       OR FOLHAEVT-FOLHA NOT = FOLHAHIST-FOLHA
                       MOVE "S" TO FIM-DAS-RUBRICAS
                   ELSE
                       IF EVT-PROVENTO
                           ADD FOLHAEVT-VALOR TO WS-SOMA-RUBRICAS
                       ELSE
                           SUBTRACT FOLHAEVT-VALOR
                               FROM WS-SOMA-RUBRICAS
                       END-IF
                   END-IF
           END-READ.

      *> O CREDITO ESPERADO SEGUE O MESMO CRITERIO DO PROG67: ATIVO NO
      *> MASTER, DA EMPRESA DA REMESSA E COM BANCO CADASTRADO
       LER-FUNCIONARIO-DO-CREDITO.
           MOVE FOLHAHIST-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO NO MASTER" TO WS-NOME-FUNC
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNC
                   IF FUNCIONARIO-ATIVO
                       AND (FUNCIONARIO-EMPRESA = WS-EMPRESA-FILTRO
                       OR (WS-EMPRESA-FILTRO = "01"
                           AND FUNCIONARIO-EMPRESA = SPACES))
                       AND FUNCIONARIO-BANCO NOT = SPACES
                       PERFORM INCLUIR-CREDITO-ESPERADO
                   END-IF
           END-READ.

       INCLUIR-CREDITO-ESPERADO.
           COMPUTE WS-CENTAVOS = FOLHAHIST-LIQUIDO * 100.
           ADD 1 TO WS-QTD-ESPERADOS.
           ADD WS-CENTAVOS TO WS-TOTAL-ESPERADO.
           MOVE FOLHAHIST-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM ABRIR-ENTRADA-DE-CREDITO.
           IF WS-IDX-ACHADO > ZERO
               MOVE "S" TO WS-CRED-ESPERADO(WS-IDX-ACHADO)
               MOVE WS-CENTAVOS TO WS-CRED-LIQ-CENT(WS-IDX-ACHADO)
           END-IF.

       PROCURAR-CREDITO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM PROCURAR-CODIGO-NA-TABELA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CREDITOS OR WS-IDX-ACHADO > ZERO.

       PROCURAR-CODIGO-NA-TABELA.
           IF WS-CRED-CODIGO(WS-IDX) = WS-CODIGO-PROCURADO
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

      *> ACHA OU ABRE A ENTRADA DO CODIGO; TABELA CHEIA DEVOLVE ZERO
      *> E O CREDITO FICA DE FORA (CONTADO COMO EXCEDENTE)
       ABRIR-ENTRADA-DE-CREDITO.
           PERFORM PROCURAR-CREDITO.
           IF WS-IDX-ACHADO = ZERO
               IF WS-QTD-CREDITOS < WS-MAX-CREDITOS
                   ADD 1 TO WS-QTD-CREDITOS
                   MOVE WS-QTD-CREDITOS TO WS-IDX-ACHADO
                   MOVE WS-CODIGO-PROCURADO
                       TO WS-CRED-CODIGO(WS-IDX-ACHADO)
                   MOVE "N" TO WS-CRED-ESPERADO(WS-IDX-ACHADO)
                       WS-CRED-NA-REMESSA(WS-IDX-ACHADO)
                       WS-CRED-NO-RETORNO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-CRED-LIQ-CENT(WS-IDX-ACHADO)
                       WS-CRED-REM-CENT(WS-IDX-ACHADO)
               ELSE
                   ADD 1 TO WS-EXCEDENTES
               END-IF
           END-IF.

      *> CONFERENCIA 2: CADA DETALHE DA REMESSA CONTRA O CREDITO
      *> ESPERADO, O TRAILER CONTRA OS DETALHES E CONTRA O HISTORICO,
      *> E O CREDITO ESPERADO QUE NAO FOI PARA A REMESSA
       CONFERIR-REMESSA-X-HISTORICO.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "--- 2) REMESSA BANCARIA X HISTORICO ---"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "N" TO FIM-DA-REMESSA.
           OPEN INPUT ARQUIVO-REMESSA.
           PERFORM LER-LINHA-REMESSA.
           PERFORM TRATAR-LINHA-REMESSA UNTIL ACABOU-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           IF NOT REMESSA-COM-HEADER
               ADD 1 TO WS-DIF-REMESSA
               MOVE "REMESSA NAO ENCONTRADA OU SEM HEADER (PROG67)"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF NOT REMESSA-COM-TRAILER
               ADD 1 TO WS-DIF-REMESSA
               MOVE "REMESSA SEM TRAILER 9" TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM CONFERIR-CREDITO-ENVIADO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-CREDITOS.
           IF WS-QTD-DETALHES NOT = WS-QTD-ESPERADOS
               OR WS-TOTAL-DETALHES NOT = WS-TOTAL-ESPERADO
               ADD 1 TO WS-DIF-REMESSA
               STRING "DETALHES DA REMESSA: " DELIMITED BY SIZE
                   WS-QTD-DETALHES DELIMITED BY SIZE
                   " CREDITOS, " DELIMITED BY SIZE
                   WS-TOTAL-DETALHES DELIMITED BY SIZE
                   " CENTAVOS  HISTORICO: " DELIMITED BY SIZE
                   WS-QTD-ESPERADOS DELIMITED BY SIZE
                   " CREDITOS, " DELIMITED BY SIZE
                   WS-TOTAL-ESPERADO DELIMITED BY SIZE
                   " CENTAVOS" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       LER-LINHA-REMESSA.
           READ ARQUIVO-REMESSA
               AT END
                   MOVE "S" TO FIM-DA-REMESSA
           END-READ.

       TRATAR-LINHA-REMESSA.
           EVALUATE REM-D-TIPO
               WHEN "1"
                   MOVE "S" TO WS-TEM-HEADER
                   IF REM-H-COMPETENCIA NOT = WS-COMPETENCIA
                       ADD 1 TO WS-DIF-REMESSA
                       STRING "REMESSA E DA COMPETENCIA "
                           DELIMITED BY SIZE
                           REM-H-COMPETENCIA DELIMITED BY SIZE
                           ", NAO DA CONCILIADA" DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
               WHEN "2"
                   PERFORM CONFERIR-DETALHE-REMESSA
               WHEN "9"
                   MOVE "S" TO WS-TEM-TRAILER
                   PERFORM CONFERIR-TRAILER-REMESSA
           END-EVALUATE.
           PERFORM LER-LINHA-REMESSA.

       CONFERIR-DETALHE-REMESSA.
           ADD 1 TO WS-QTD-DETALHES.
           ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-DETALHES.
           MOVE REM-D-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM ABRIR-ENTRADA-DE-CREDITO.
           IF WS-IDX-ACHADO > ZERO
               IF WS-CRED-NA-REMESSA(WS-IDX-ACHADO) = "S"
                   ADD 1 TO WS-DIF-REMESSA
                   STRING REM-D-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       REM-D-NOME DELIMITED BY SIZE
                       " CREDITO EM DUPLICIDADE NA REMESSA"
                           DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               END-IF
               MOVE "S" TO WS-CRED-NA-REMESSA(WS-IDX-ACHADO)
               ADD REM-D-VALOR-CENTAVOS
                   TO WS-CRED-REM-CENT(WS-IDX-ACHADO)
           END-IF.

       CONFERIR-TRAILER-REMESSA.
           IF REM-T-QUANTIDADE NOT = WS-QTD-DETALHES
               OR REM-T-TOTAL-CENTAVOS NOT = WS-TOTAL-DETALHES
               ADD 1 TO WS-DIF-REMESSA
               STRING "TRAILER 9: " DELIMITED BY SIZE
                   REM-T-QUANTIDADE DELIMITED BY SIZE
                   " CREDITOS, " DELIMITED BY SIZE
                   REM-T-TOTAL-CENTAVOS DELIMITED BY SIZE
                   " CENTAVOS NAO BATE COM OS DETALHES"
                       DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       CONFERIR-CREDITO-ENVIADO.
           MOVE WS-CRED-CODIGO(WS-IDX) TO FUNCIONARIO-CODIGO.
           PERFORM NOME-DO-CREDITO.
           IF WS-CRED-ESPERADO(WS-IDX) = "S"
               IF WS-CRED-NA-REMESSA(WS-IDX) = "N"
                   ADD 1 TO WS-DIF-REMESSA
                   MOVE WS-CRED-LIQ-CENT(WS-IDX) TO WS-CENTAVOS
                   PERFORM EDITAR-ESPERADO
                   STRING WS-CRED-CODIGO(WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOME-FUNC DELIMITED BY SIZE
                       " FORA DA REMESSA, LIQUIDO " DELIMITED BY SIZE
                       WS-VL-ESPERADO-IMP DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               ELSE
                   IF WS-CRED-REM-CENT(WS-IDX)
                       NOT = WS-CRED-LIQ-CENT(WS-IDX)
                       ADD 1 TO WS-DIF-REMESSA
                       MOVE WS-CRED-LIQ-CENT(WS-IDX) TO WS-CENTAVOS
                       PERFORM EDITAR-ESPERADO
                       MOVE WS-CRED-REM-CENT(WS-IDX) TO WS-CENTAVOS
                       PERFORM EDITAR-ENCONTRADO
                       STRING WS-CRED-CODIGO(WS-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-NOME-FUNC DELIMITED BY SIZE
                           " LIQUIDO " DELIMITED BY SIZE
                           WS-VL-ESPERADO-IMP DELIMITED BY SIZE
                           "  REMESSA " DELIMITED BY SIZE
                           WS-VL-ENCONTRADO-IMP DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-DIF-REMESSA
               MOVE WS-CRED-REM-CENT(WS-IDX) TO WS-CENTAVOS
               PERFORM EDITAR-ENCONTRADO
               STRING WS-CRED-CODIGO(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " NA REMESSA SEM CREDITO NA FOLHA " DELIMITED BY SIZE
                   WS-VL-ENCONTRADO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       NOME-DO-CREDITO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO NO MASTER" TO WS-NOME-FUNC
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNC
           END-READ.

       EDITAR-ESPERADO.
           COMPUTE WS-VL-ESPERADO-EDIT = WS-CENTAVOS / 100.

       EDITAR-ENCONTRADO.
           COMPUTE WS-VL-ENCONTRADO-EDIT = WS-CENTAVOS / 100.

      *> CONFERENCIA 3: O RETORNO SO CHEGA DEPOIS DO ENVIO; SEM ELE A
      *> CONFERENCIA FICA PENDENTE. COM ELE, TODO CREDITO ENVIADO
      *> PRECISA TER VOLTADO (EFETIVADO OU REJEITADO) COM O MESMO
      *> VALOR, E NADA PODE VOLTAR SEM TER SIDO ENVIADO
       CONFERIR-RETORNO-X-REMESSA.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "--- 3) RETORNO DO BANCO X REMESSA ---"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "N" TO FIM-DO-RETORNO.
           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM LER-LINHA-RETORNO.
           PERFORM TRATAR-LINHA-RETORNO UNTIL ACABOU-RETORNO.
           CLOSE ARQUIVO-RETORNO.
           IF WS-QTD-RETORNADOS = ZERO
               MOVE "RETORNO DO BANCO NAO RECEBIDO: PENDENTE"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           ELSE
               PERFORM CONFERIR-CREDITO-RETORNADO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CREDITOS
           END-IF.

       LER-LINHA-RETORNO.
           READ ARQUIVO-RETORNO
               AT END
                   MOVE "S" TO FIM-DO-RETORNO
           END-READ.

       TRATAR-LINHA-RETORNO.
           IF RET-TIPO = "2"
               ADD 1 TO WS-QTD-RETORNADOS
               MOVE RET-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CREDITO
               MOVE "N" TO WS-FOI-ENVIADO
               IF WS-IDX-ACHADO > ZERO
                   MOVE WS-CRED-NA-REMESSA(WS-IDX-ACHADO)
                       TO WS-FOI-ENVIADO
               END-IF
               IF NOT CREDITO-ENVIADO
                   ADD 1 TO WS-DIF-RETORNO
                   MOVE RET-VALOR-CENTAVOS TO WS-CENTAVOS
                   PERFORM EDITAR-ENCONTRADO
                   STRING RET-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RET-NOME DELIMITED BY SIZE
                       " NO RETORNO SEM TER SIDO ENVIADO "
                           DELIMITED BY SIZE
                       WS-VL-ENCONTRADO-IMP DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
               ELSE
                   MOVE "S" TO WS-CRED-NO-RETORNO(WS-IDX-ACHADO)
                   IF RET-VALOR-CENTAVOS
                       NOT = WS-CRED-REM-CENT(WS-IDX-ACHADO)
                       ADD 1 TO WS-DIF-RETORNO
                       MOVE WS-CRED-REM-CENT(WS-IDX-ACHADO)
                           TO WS-CENTAVOS
                       PERFORM EDITAR-ESPERADO
                       MOVE RET-VALOR-CENTAVOS TO WS-CENTAVOS
                       PERFORM EDITAR-ENCONTRADO
                       STRING RET-CODIGO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RET-NOME DELIMITED BY SIZE
                           " ENVIADO " DELIMITED BY SIZE
                           WS-VL-ESPERADO-IMP DELIMITED BY SIZE
                           "  RETORNO " DELIMITED BY SIZE
                           WS-VL-ENCONTRADO-IMP DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-LINHA-RETORNO.

       CONFERIR-CREDITO-RETORNADO.
           IF WS-CRED-NA-REMESSA(WS-IDX) = "S"
               AND WS-CRED-NO-RETORNO(WS-IDX) = "N"
               ADD 1 TO WS-DIF-RETORNO
               MOVE WS-CRED-CODIGO(WS-IDX) TO FUNCIONARIO-CODIGO
               PERFORM NOME-DO-CREDITO
               MOVE WS-CRED-REM-CENT(WS-IDX) TO WS-CENTAVOS
               PERFORM EDITAR-ESPERADO
               STRING WS-CRED-CODIGO(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " ENVIADO SEM RESPOSTA DO BANCO " DELIMITED BY SIZE
                   WS-VL-ESPERADO-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       IMPRIMIR-FECHAMENTO.
           IF WS-EXCEDENTES > ZERO
               ADD WS-EXCEDENTES TO WS-DIF-REMESSA
               PERFORM SPOOL-IMPRIMIR
               STRING "ATENCAO: " DELIMITED BY SIZE
                   WS-EXCEDENTES DELIMITED BY SIZE
                   " CREDITOS ALEM DA CAPACIDADE NAO FORAM CONFERIDOS"
                       DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== FECHAMENTO DA CONCILIACAO =====" TO
               WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FUNCIONARIOS NA FOLHA.........: " DELIMITED BY SIZE
               WS-QTD-FUNCIONARIOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DIFERENCAS RUBRICAS X LIQUIDO.: " DELIMITED BY SIZE
               WS-DIF-RUBRICAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DIFERENCAS REMESSA X HISTORICO: " DELIMITED BY SIZE
               WS-DIF-REMESSA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DIFERENCAS RETORNO X REMESSA..: " DELIMITED BY SIZE
               WS-DIF-RETORNO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           DISPLAY "FUNCIONARIOS NA FOLHA.........: "
               WS-QTD-FUNCIONARIOS.
           DISPLAY "DIFERENCAS RUBRICAS X LIQUIDO.: " WS-DIF-RUBRICAS.
           DISPLAY "DIFERENCAS REMESSA X HISTORICO: " WS-DIF-REMESSA.
           DISPLAY "DIFERENCAS RETORNO X REMESSA..: " WS-DIF-RETORNO.

      *> AS CONFERENCIAS 1 E 2 SEM DIFERENCA LIBERAM A REMESSA; QUALQUER
      *> DIFERENCA A DEIXA (OU A DEVOLVE PARA) NAO LIBERADA
       REGISTRAR-CONCILIACAO.
           OPEN I-O ARQUIVO-CONCILIA.
           MOVE WS-COMPETENCIA    TO CONC-COMPETENCIA.
           MOVE WS-EMPRESA-FILTRO TO CONC-EMPRESA.
           READ ARQUIVO-CONCILIA
               INVALID KEY
                   MOVE ZEROS TO CONC-QTD-REMESSA CONC-TOTAL-REMESSA
                       CONC-DT-REMESSA
           END-READ.
           IF WS-DIF-RUBRICAS = ZERO AND WS-DIF-REMESSA = ZERO
               MOVE "L" TO CONC-SITUACAO
               DISPLAY "CONCILIACAO SEM DIFERENCAS: REMESSA LIBERADA "
                   "PARA O BANCO"
           ELSE
               MOVE "N" TO CONC-SITUACAO
               DISPLAY "REMESSA NAO LIBERADA: CORRIJA AS DIFERENCAS "
                   "LISTADAS E RODE A CONCILIACAO DE NOVO"
           END-IF.
           IF WS-QTD-RETORNADOS = ZERO
               MOVE "P" TO CONC-RETORNO
           ELSE
               IF WS-DIF-RETORNO = ZERO
                   MOVE "C" TO CONC-RETORNO
               ELSE
                   MOVE "D" TO CONC-RETORNO
                   DISPLAY "O RETORNO DO BANCO NAO RESPONDE POR TODOS "
                       "OS CREDITOS ENVIADOS"
               END-IF
           END-IF.
           COMPUTE CONC-QTD-DIFERENCAS =
               WS-DIF-RUBRICAS + WS-DIF-REMESSA + WS-DIF-RETORNO.
           ACCEPT CONC-DT-CONCILIACAO FROM DATE YYYYMMDD.
           ACCEPT CONC-HORA-CONCILIACAO FROM TIME.
           MOVE WS-OPERADOR TO CONC-OPERADOR.
           WRITE CONC-REGISTRO
               INVALID KEY
                   REWRITE CONC-REGISTRO
                   END-REWRITE
           END-WRITE.
           CLOSE ARQUIVO-CONCILIA.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
