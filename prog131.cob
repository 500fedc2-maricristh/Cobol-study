       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG131.
      *> PROGRAMA DE GERACAO DA RAIS (DECLARACAO ANUAL)
      *> TODO ANO A CONTABILIDADE REMONTAVA A RAIS A PARTIR DOS
      *> RELATORIOS. DADO O ANO-BASE, O LOTE GERA O ARQUIVO
      *> POSICIONAL DA EMPRESA (CNPJ DA TABELA DE EMPRESAS), NOS
      *> MOLDES DA GUIA DO PROG105: HEADER "1" COM O CNPJ, UM DETALHE
      *> "2" POR VINCULO QUE EXISTIU NO ANO E TRAILER "9" COM A
      *> QUANTIDADE E O TOTAL EM CENTAVOS. O DETALHE LEVA AS DOZE
      *> REMUNERACOES MENSAIS (BRUTO DO FOLHAHIST, NORMAL MAIS
      *> COMPLEMENTARES, CARIMBADAS NA EMPRESA), O 13 SALARIO, A
      *> ADMISSAO, O DESLIGAMENTO E O MOTIVO (PROG62), O CARGO E AS
      *> HORAS SEMANAIS DO CONTRATO. O MASTER E LIDO PRIMEIRO E DEPOIS
      *> O ARQUIVO HISTORICO, PARA QUE QUEM O PROG74 EXPURGOU NO ANO
      *> NAO SE PERCA. O 13 DE QUEM FICOU ATE DEZEMBRO E A BASE DAS
      *> PARCELAS LANCADAS NO EXTRATO DO FGTS PELO PROG105 (NOVEMBRO E
      *> DEZEMBRO); O DE QUEM SAIU NO ANO E O PROPORCIONAL DA
      *> RESCISAO. O ESTAGIARIO NAO TEM VINCULO EMPREGATICIO E NAO
      *> ENTRA. O RELATORIO DE VALIDACAO NO SPOOL (RELRAIS) APONTA
      *> CPF AUSENTE OU INVALIDO E DEMAIS DADOS OBRIGATORIOS FALTANDO,
      *> PARA ACERTO DO CADASTRO E NOVA GERACAO ANTES DO ENVIO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELFGTS TAB
           COPY "SELFGTS.COB".
      *> SELEMPRESA TAB
           COPY "SELEMPRESA.COB".
      *> SELDEPARTAMENTO TAB (EXIGIDO PELAS CRITICAS DO PDVALFUNC)
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> UM ARQUIVO POR ANO-BASE E EMPRESA (RAISAAAA.EE)
           SELECT ARQUIVO-RAIS ASSIGN TO WS-RAIS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDFGTS TAB
           COPY "FDFGTS.COB".
      *> FDEMPRESA TAB
           COPY "FDEMPRESA.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       FD  ARQUIVO-RAIS
           LABEL RECORD STANDARD.
       01  RAIS-HEADER.
           05  RAIS-H-TIPO        PIC X(01).
           05  RAIS-H-DATA        PIC 9(08).
           05  RAIS-H-ANO-BASE    PIC 9(04).
           05  RAIS-H-EMPRESA     PIC X(02).
           05  RAIS-H-CNPJ        PIC 9(14).
           05  RAIS-H-RAZAO       PIC X(30).
       01  RAIS-DETALHE.
           05  RAIS-D-TIPO        PIC X(01).
           05  RAIS-D-CODIGO      PIC 9(05).
           05  RAIS-D-CPF         PIC 9(11).
           05  RAIS-D-NOME        PIC X(30).
           05  RAIS-D-DT-NASCIMENTO PIC 9(08).
           05  RAIS-D-DT-ADMISSAO PIC 9(08).
           05  RAIS-D-TIPO-VINCULO PIC X(02).
           05  RAIS-D-CARGO       PIC X(03).
           05  RAIS-D-CARGO-NOME  PIC X(30).
           05  RAIS-D-HORAS-SEMANAIS PIC 9(02).
           05  RAIS-D-REMUNERACAO PIC 9(09) OCCURS 12 TIMES.
           05  RAIS-D-DECIMO-CENTAVOS PIC 9(09).
           05  RAIS-D-DT-DESLIGAMENTO PIC 9(08).
           05  RAIS-D-CAUSA       PIC X(02).
       01  RAIS-TRAILER.
           05  RAIS-T-TIPO        PIC X(01).
           05  RAIS-T-QUANTIDADE  PIC 9(05).
           05  RAIS-T-TOTAL-CENTAVOS PIC 9(14).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSVALFUNC TAB (FORNECE A CRITICA DO DIGITO DO CPF)
           COPY "WSVALFUNC.COB".
      *> WSIDADEMINIMA TAB (EXIGIDO PELAS CRITICAS DO PDVALFUNC)
           COPY "WSIDADEMINIMA.COB".
      *> A RAIS SAI PELA EMPRESA DA SESSAO; FORA DO MENU (SEM SESSAO)
      *> O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-EMPRESA-FOLHA  PIC X(02).
       01  WS-EMPRESA-CNPJ   PIC 9(14) VALUE ZEROS.
       01  WS-EMPRESA-NOME   PIC X(30) VALUE SPACES.
       01  WS-ANO-BASE       PIC 9(04).
       01  WS-FIM-ANO        PIC 9(08).
       01  WS-DT-GERACAO     PIC 9(08).
       01  WS-RAIS-ARQUIVO   PIC X(30).
      *> JORNADA LEGAL DE 44 HORAS SEMANAIS (220 MENSAIS), A MESMA
      *> QUE DA O SALARIO DE REFERENCIA DO HORISTA; O CADASTRO NAO
      *> GUARDA JORNADA CONTRATUAL PROPRIA POR FUNCIONARIO
       01  WS-HORAS-SEMANAIS PIC 9(02) VALUE 44.
       01  WS-MES            PIC 9(02) VALUE ZEROS.
       01  WS-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  FIM-DAS-FOLHAS    PIC X(01) VALUE "N".
           88  ACABOU-FOLHAS         VALUE "S".

      *> VINCULO EM APURACAO
       01  WS-ORIGEM         PIC X(01).
           88  ORIGEM-MASTER         VALUE "M".
           88  ORIGEM-HISTORICO      VALUE "H".
      *> SITUACAO NO ANO-BASE: ATIVO EM 31/12, DESLIGADO NO ANO,
      *> DESLIGADO EM ANO ANTERIOR OU INATIVO SEM DESLIGAMENTO
       01  WS-SITUACAO       PIC X(01).
           88  SITUACAO-ATIVO        VALUE "A".
           88  SITUACAO-DESLIGADO    VALUE "D".
           88  SITUACAO-ENCERRADO    VALUE "X".
           88  SITUACAO-SEM-DESLIG   VALUE "I".
       01  WS-INCLUIR        PIC X(01) VALUE "N".
           88  INCLUIR-VINCULO       VALUE "S".
       01  WS-DT-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       01  WS-REMUNERACAO-MES PIC 9(07)V9(02) OCCURS 12 TIMES.
       01  WS-REMUNERACAO-ANO PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-VL-DECIMO      PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-CARGO-NOME     PIC X(30).

      *> CRITICA DO VINCULO
       01  WS-PENDENCIA      PIC X(50).
       01  WS-GRAVIDADE      PIC X(05).
       01  WS-PENDENCIAS-VINCULO PIC 9(02) VALUE ZEROS.

      *> TOTAIS
       01  WS-QTD-VINCULOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DO-HISTORICO PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DESLIGADOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ESTAGIARIOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-READMITIDOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ERROS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AVISOS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-COM-PENDENCIA PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CENTAVOS PIC 9(14) VALUE ZEROS.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== DECLARACAO ANUAL DA RAIS =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-RAIS.
           DISPLAY "INFORME O ANO-BASE (AAAA): ".
           ACCEPT WS-ANO-BASE.
           COMPUTE WS-FIM-ANO = WS-ANO-BASE * 10000 + 1231.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG131" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           OPEN INPUT ARQUIVO-FGTS.
           OPEN INPUT ARQUIVO-EMPRESA.
           OPEN INPUT ARQUIVO-CARGO.
           MOVE SPACES TO WS-RAIS-ARQUIVO.
           STRING "RAIS" DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               INTO WS-RAIS-ARQUIVO.
           OPEN OUTPUT ARQUIVO-RAIS.
           MOVE "PROG131" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELRAIS" TO WS-SPOOL-ARQUIVO.
           MOVE "VALIDACAO DA RAIS" TO WS-SPOOL-TITULO.
           MOVE "CODIGO NOME                           TIPO  PENDENCIA"
               TO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "ANO-BASE " DELIMITED BY SIZE
               WS-ANO-BASE DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  ARQUIVO " DELIMITED BY SIZE
               WS-RAIS-ARQUIVO DELIMITED BY SPACE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM BUSCAR-DADOS-DA-EMPRESA.
           PERFORM GRAVAR-HEADER-RAIS.
           PERFORM APURAR-VINCULOS-DO-MASTER.
           PERFORM APURAR-VINCULOS-DO-HISTORICO.
           PERFORM GRAVAR-TRAILER-RAIS.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-FGTS.
           CLOSE ARQUIVO-EMPRESA.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-RAIS.
           DISPLAY "VINCULOS NO ARQUIVO " WS-RAIS-ARQUIVO ": "
               WS-QTD-VINCULOS.
           DISPLAY "ERROS A CORRIGIR.....: " WS-QTD-ERROS.
           DISPLAY "AVISOS A CONFERIR....: " WS-QTD-AVISOS.
           DISPLAY "RELATORIO DE VALIDACAO NO SPOOL: " WS-SPOOL-ARQUIVO.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-VINCULOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-RAIS.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DA RAIS (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "RAIS DA EMPRESA " WS-EMPRESA-FILTRO.

      *> SEM O CNPJ NA TABELA DE EMPRESAS (PROG89) O ARQUIVO NAO PODE
      *> SER ENVIADO: O HEADER SAI ZERADO E O ERRO VAI AO RELATORIO
       BUSCAR-DADOS-DA-EMPRESA.
           MOVE WS-EMPRESA-FILTRO TO EMPRESA-CODIGO.
           READ ARQUIVO-EMPRESA
               INVALID KEY
                   MOVE ZEROS TO WS-EMPRESA-CNPJ
                   MOVE SPACES TO WS-EMPRESA-NOME
               NOT INVALID KEY
                   MOVE EMPRESA-CNPJ TO WS-EMPRESA-CNPJ
                   MOVE EMPRESA-NOME TO WS-EMPRESA-NOME
           END-READ.
           IF WS-EMPRESA-CNPJ = ZEROS
               ADD 1 TO WS-QTD-ERROS
               MOVE WS-EMPRESA-FILTRO TO WS-SPOOL-DETALHE(1:2)
               MOVE "EMPRESA DA DECLARACAO" TO WS-SPOOL-DETALHE(8:21)
               MOVE "ERRO " TO WS-SPOOL-DETALHE(39:5)
               MOVE "CNPJ AUSENTE NA TABELA DE EMPRESAS (PROG89)"
                   TO WS-SPOOL-DETALHE(45:43)
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       GRAVAR-HEADER-RAIS.
           MOVE "1" TO RAIS-H-TIPO.
           MOVE WS-DT-GERACAO TO RAIS-H-DATA.
           MOVE WS-ANO-BASE TO RAIS-H-ANO-BASE.
           MOVE WS-EMPRESA-FILTRO TO RAIS-H-EMPRESA.
           MOVE WS-EMPRESA-CNPJ TO RAIS-H-CNPJ.
           MOVE WS-EMPRESA-NOME TO RAIS-H-RAZAO.
           WRITE RAIS-HEADER.

       APURAR-VINCULOS-DO-MASTER.
           MOVE "N" TO FIM-DO-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM APURAR-PROXIMO-DO-MASTER UNTIL ACABOU-ARQUIVO.

       APURAR-PROXIMO-DO-MASTER.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   MOVE "M" TO WS-ORIGEM
                   PERFORM APURAR-VINCULO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

      *> O ARQUIVO HISTORICO GUARDA A IMAGEM DO MASTER NA EPOCA DO
      *> EXPURGO; O READMITIDO COM O MESMO CODIGO (PROG101) JA FOI
      *> APURADO PELO MASTER, QUE ENXERGA TODAS AS FOLHAS DO CODIGO
       APURAR-VINCULOS-DO-HISTORICO.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE ZEROS TO ARQH-CODIGO.
           START ARQUIVO-HISTORICO KEY IS NOT LESS THAN ARQH-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.
           PERFORM APURAR-PROXIMO-DO-HISTORICO UNTIL ACABOU-HISTORICO.

       APURAR-PROXIMO-DO-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   MOVE ARQH-CODIGO TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO
                       INVALID KEY
                           MOVE ARQH-IMAGEM TO FUNCIONARIO-REGISTRO
                           MOVE "H" TO WS-ORIGEM
                           PERFORM APURAR-VINCULO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-READMITIDOS
                   END-READ
           END-READ.

      *> UM VINCULO ENTRA NA RAIS QUANDO TEVE REMUNERACAO CARIMBADA
      *> NA EMPRESA NO ANO, OU QUANDO E DA EMPRESA, FOI ADMITIDO ATE
      *> 31/12 E ESTAVA ATIVO NO FIM DO ANO OU SAIU DURANTE ELE
       APURAR-VINCULO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF CONTRATO-ESTAGIO
               IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                   ADD 1 TO WS-QTD-ESTAGIARIOS
               END-IF
           ELSE
               PERFORM DEFINIR-SITUACAO-NO-ANO
               PERFORM SOMAR-REMUNERACOES-DO-ANO
               MOVE "N" TO WS-INCLUIR
               IF WS-REMUNERACAO-ANO > ZERO
                   MOVE "S" TO WS-INCLUIR
               END-IF
               IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                   AND FUNCIONARIO-DT-ADMISSAO NOT > WS-FIM-ANO
                   AND (SITUACAO-ATIVO OR SITUACAO-DESLIGADO)
                   MOVE "S" TO WS-INCLUIR
               END-IF
               IF INCLUIR-VINCULO
                   PERFORM APURAR-DECIMO-TERCEIRO
                   PERFORM CRITICAR-VINCULO
                   PERFORM GRAVAR-DETALHE-RAIS
               END-IF
           END-IF.

      *> O DESLIGAMENTO SO VALE PARA ESTE VINCULO SE FOR POSTERIOR A
      *> ADMISSAO: O READMITIDO PODE TER NO ARQUIVO O DESLIGAMENTO DO
      *> PERIODO ANTERIOR
       DEFINIR-SITUACAO-NO-ANO.
           MOVE ZEROS TO WS-DT-DESLIGAMENTO.
           IF FUNCIONARIO-ATIVO
               MOVE "A" TO WS-SITUACAO
           ELSE
               MOVE "I" TO WS-SITUACAO
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO DESLIG-CODIGO.
           READ ARQUIVO-DESLIGAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DESLIG-DATA NOT < FUNCIONARIO-DT-ADMISSAO
                       EVALUATE TRUE
                           WHEN DESLIG-ANO = WS-ANO-BASE
                               MOVE "D" TO WS-SITUACAO
                               MOVE DESLIG-DATA TO WS-DT-DESLIGAMENTO
                           WHEN DESLIG-ANO < WS-ANO-BASE
                               MOVE "X" TO WS-SITUACAO
                           WHEN OTHER
                               MOVE "A" TO WS-SITUACAO
                       END-EVALUATE
                   END-IF
           END-READ.

      *> A COMPETENCIA SOMA A FOLHA NORMAL E AS COMPLEMENTARES
      *> (PROG114), COMO NO INFORME DO PROG85; SO CONTAM AS FOLHAS
      *> CARIMBADAS NA EMPRESA DA RAIS (LEGADO EM BRANCO = "01")
       SOMAR-REMUNERACOES-DO-ANO.
           MOVE ZEROS TO WS-REMUNERACAO-ANO.
           PERFORM SOMAR-REMUNERACAO-DO-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           IF SITUACAO-DESLIGADO AND DESLIG-SALDO-SALARIO > ZERO
               AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               ADD DESLIG-SALDO-SALARIO
                   TO WS-REMUNERACAO-MES(DESLIG-MES)
               ADD DESLIG-SALDO-SALARIO TO WS-REMUNERACAO-ANO
           END-IF.

       SOMAR-REMUNERACAO-DO-MES.
           MOVE ZEROS TO WS-REMUNERACAO-MES(WS-MES).
           COMPUTE WS-COMPETENCIA = WS-ANO-BASE * 100 + WS-MES.
           MOVE "N" TO FIM-DAS-FOLHAS.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE FUNCIONARIO-CODIGO TO FOLHAHIST-CODIGO.
           MOVE ZEROS TO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-FOLHAS
           END-START.
           PERFORM SOMAR-FOLHA-DO-MES UNTIL ACABOU-FOLHAS.

       SOMAR-FOLHA-DO-MES.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-FOLHAS
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       AND FOLHAHIST-CODIGO = FUNCIONARIO-CODIGO
                       MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FOLHA
                       IF WS-EMPRESA-FOLHA = SPACES
                           MOVE "01" TO WS-EMPRESA-FOLHA
                       END-IF
                       IF WS-EMPRESA-FOLHA = WS-EMPRESA-FILTRO
                           ADD FOLHAHIST-BRUTO
                               TO WS-REMUNERACAO-MES(WS-MES)
                           ADD FOLHAHIST-BRUTO TO WS-REMUNERACAO-ANO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DAS-FOLHAS
                   END-IF
           END-READ.

      *> QUEM SAIU NO ANO RECEBEU O 13 PROPORCIONAL NA RESCISAO; OS
      *> DEMAIS, AS PARCELAS DE NOVEMBRO E DEZEMBRO CUJA BASE O PROG105
      *> LANCOU NO EXTRATO DO FGTS
       APURAR-DECIMO-TERCEIRO.
           MOVE ZEROS TO WS-VL-DECIMO.
           IF SITUACAO-DESLIGADO
               MOVE DESLIG-13-PROPORC TO WS-VL-DECIMO
           ELSE
               MOVE 11 TO WS-MES
               PERFORM SOMAR-PARCELA-DO-DECIMO
               MOVE 12 TO WS-MES
               PERFORM SOMAR-PARCELA-DO-DECIMO
           END-IF.

       SOMAR-PARCELA-DO-DECIMO.
           MOVE FUNCIONARIO-CODIGO TO FGTS-CODIGO.
           COMPUTE FGTS-COMPETENCIA = WS-ANO-BASE * 100 + WS-MES.
           MOVE "D" TO FGTS-TIPO.
           READ ARQUIVO-FGTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FGTS-EMPRESA = WS-EMPRESA-FILTRO
                       ADD FGTS-BASE TO WS-VL-DECIMO
                   END-IF
           END-READ.

      *> ERRO IMPEDE O ENVIO (DADO OBRIGATORIO DA DECLARACAO FALTANDO
      *> OU INVALIDO); AVISO E PARA CONFERENCIA
       CRITICAR-VINCULO.
           MOVE ZEROS TO WS-PENDENCIAS-VINCULO.
           IF FUNCIONARIO-CPF = ZEROS
               MOVE "ERRO " TO WS-GRAVIDADE
               MOVE "CPF NAO CADASTRADO" TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           ELSE
               PERFORM VALIDAR-CPF
               IF NOT CPF-DIGITOS-VALIDOS
                   MOVE "ERRO " TO WS-GRAVIDADE
                   MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                       TO WS-PENDENCIA
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
           END-IF.
           IF FUNCIONARIO-NOME = SPACES
               MOVE "ERRO " TO WS-GRAVIDADE
               MOVE "NOME EM BRANCO" TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF FUNCIONARIO-DT-NASCIMENTO NOT NUMERIC
               OR FUNCIONARIO-DT-NASC-ANO = ZEROS
               MOVE "ERRO " TO WS-GRAVIDADE
               MOVE "DATA DE NASCIMENTO AUSENTE" TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF FUNCIONARIO-DT-ADMISSAO NOT NUMERIC
               OR FUNCIONARIO-DT-ADM-ANO = ZEROS
               MOVE "ERRO " TO WS-GRAVIDADE
               MOVE "DATA DE ADMISSAO AUSENTE" TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE SPACES TO WS-CARGO-NOME
                   MOVE "ERRO " TO WS-GRAVIDADE
                   MOVE "CARGO NAO CADASTRADO NA TABELA DE CARGOS"
                       TO WS-PENDENCIA
                   PERFORM REGISTRAR-PENDENCIA
               NOT INVALID KEY
                   MOVE CARGO-NOME TO WS-CARGO-NOME
           END-READ.
           IF SITUACAO-DESLIGADO
               IF NOT MOTIVO-PEDIDO AND NOT MOTIVO-SEM-JUSTA-CAUSA
                   AND NOT MOTIVO-JUSTA-CAUSA
                   AND NOT MOTIVO-APOSENTADORIA
                   AND NOT MOTIVO-FIM-CONTRATO
                   MOVE "ERRO " TO WS-GRAVIDADE
                   MOVE "MOTIVO DO DESLIGAMENTO INVALIDO (PROG62)"
                       TO WS-PENDENCIA
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
           END-IF.
           IF SITUACAO-SEM-DESLIG
               MOVE "AVISO" TO WS-GRAVIDADE
               MOVE "INATIVO SEM DESLIGAMENTO GRAVADO (PROG62)"
                   TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF WS-REMUNERACAO-ANO = ZERO
               MOVE "AVISO" TO WS-GRAVIDADE
               MOVE "SEM REMUNERACAO NO ANO-BASE" TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF SITUACAO-ATIVO AND WS-VL-DECIMO = ZERO
               AND WS-REMUNERACAO-ANO > ZERO
               MOVE "AVISO" TO WS-GRAVIDADE
               MOVE "13 SALARIO SEM LANCAMENTO NO FGTS (PROG105)"
                   TO WS-PENDENCIA
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF WS-PENDENCIAS-VINCULO > ZERO
               ADD 1 TO WS-QTD-COM-PENDENCIA
           END-IF.

       REGISTRAR-PENDENCIA.
           ADD 1 TO WS-PENDENCIAS-VINCULO.
           IF WS-GRAVIDADE = "ERRO "
               ADD 1 TO WS-QTD-ERROS
           ELSE
               ADD 1 TO WS-QTD-AVISOS
           END-IF.
           STRING FUNCIONARIO-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GRAVIDADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PENDENCIA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           IF ORIGEM-HISTORICO
               MOVE "(ARQUIVADO)" TO WS-SPOOL-DETALHE(95:11)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.

      *> TIPO DE VINCULO E CAUSA DO DESLIGAMENTO NOS CODIGOS DA
      *> DECLARACAO; REMUNERACOES E 13 EM CENTAVOS, COMO NA GUIA DO
      *> FGTS
       GRAVAR-DETALHE-RAIS.
           MOVE "2" TO RAIS-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO RAIS-D-CODIGO.
           MOVE FUNCIONARIO-CPF TO RAIS-D-CPF.
           MOVE FUNCIONARIO-NOME TO RAIS-D-NOME.
           MOVE FUNCIONARIO-DT-NASCIMENTO TO RAIS-D-DT-NASCIMENTO.
           MOVE FUNCIONARIO-DT-ADMISSAO TO RAIS-D-DT-ADMISSAO.
           EVALUATE TRUE
               WHEN CONTRATO-EXPERIENCIA
                   MOVE "60" TO RAIS-D-TIPO-VINCULO
               WHEN CONTRATO-TEMPORARIO
                   MOVE "50" TO RAIS-D-TIPO-VINCULO
               WHEN CONTRATO-APRENDIZ
                   MOVE "55" TO RAIS-D-TIPO-VINCULO
               WHEN OTHER
                   MOVE "10" TO RAIS-D-TIPO-VINCULO
           END-EVALUATE.
           MOVE FUNCIONARIO-CARGO TO RAIS-D-CARGO.
           MOVE WS-CARGO-NOME TO RAIS-D-CARGO-NOME.
           MOVE WS-HORAS-SEMANAIS TO RAIS-D-HORAS-SEMANAIS.
           PERFORM CONVERTER-REMUNERACAO-DO-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           COMPUTE RAIS-D-DECIMO-CENTAVOS = WS-VL-DECIMO * 100.
           ADD RAIS-D-DECIMO-CENTAVOS TO WS-TOTAL-CENTAVOS.
           MOVE ZEROS TO RAIS-D-DT-DESLIGAMENTO.
           MOVE "00" TO RAIS-D-CAUSA.
           IF SITUACAO-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADOS
               MOVE WS-DT-DESLIGAMENTO TO RAIS-D-DT-DESLIGAMENTO
               EVALUATE TRUE
                   WHEN MOTIVO-JUSTA-CAUSA
                       MOVE "10" TO RAIS-D-CAUSA
                   WHEN MOTIVO-SEM-JUSTA-CAUSA
                       MOVE "11" TO RAIS-D-CAUSA
                   WHEN MOTIVO-FIM-CONTRATO
                       MOVE "12" TO RAIS-D-CAUSA
                   WHEN MOTIVO-PEDIDO
                       MOVE "21" TO RAIS-D-CAUSA
                   WHEN MOTIVO-APOSENTADORIA
                       MOVE "70" TO RAIS-D-CAUSA
               END-EVALUATE
           END-IF.
           WRITE RAIS-DETALHE.
           ADD 1 TO WS-QTD-VINCULOS.
           IF ORIGEM-HISTORICO
               ADD 1 TO WS-QTD-DO-HISTORICO
           END-IF.

       CONVERTER-REMUNERACAO-DO-MES.
           COMPUTE RAIS-D-REMUNERACAO(WS-MES) =
               WS-REMUNERACAO-MES(WS-MES) * 100.
           ADD RAIS-D-REMUNERACAO(WS-MES) TO WS-TOTAL-CENTAVOS.

       GRAVAR-TRAILER-RAIS.
           MOVE "9" TO RAIS-T-TIPO.
           MOVE WS-QTD-VINCULOS TO RAIS-T-QUANTIDADE.
           MOVE WS-TOTAL-CENTAVOS TO RAIS-T-TOTAL-CENTAVOS.
           WRITE RAIS-TRAILER.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "VINCULOS NO ARQUIVO......: " DELIMITED BY SIZE
               WS-QTD-VINCULOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "  DO ARQUIVO HISTORICO...: " DELIMITED BY SIZE
               WS-QTD-DO-HISTORICO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "  DESLIGADOS NO ANO......: " DELIMITED BY SIZE
               WS-QTD-DESLIGADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ESTAGIARIOS (FORA).......: " DELIMITED BY SIZE
               WS-QTD-ESTAGIARIOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ARQUIVADOS READMITIDOS...: " DELIMITED BY SIZE
               WS-QTD-READMITIDOS DELIMITED BY SIZE
               " (APURADOS PELO MASTER)" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "VINCULOS COM PENDENCIA...: " DELIMITED BY SIZE
               WS-QTD-COM-PENDENCIA DELIMITED BY SIZE
               "  ERROS: " DELIMITED BY SIZE
               WS-QTD-ERROS DELIMITED BY SIZE
               "  AVISOS: " DELIMITED BY SIZE
               WS-QTD-AVISOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TOTAL EM CENTAVOS........: " DELIMITED BY SIZE
               WS-TOTAL-CENTAVOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-ERROS > ZERO
               MOVE "ARQUIVO COM ERROS: CORRIJA O CADASTRO E GERE DE "
                   TO WS-SPOOL-DETALHE
               MOVE "NOVO ANTES DO ENVIO" TO WS-SPOOL-DETALHE(49:19)
           ELSE
               MOVE "ARQUIVO SEM ERROS, LIBERADO PARA ENVIO"
                   TO WS-SPOOL-DETALHE
           END-IF.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
      *> PDVALFUNC TAB (FORNECE A CRITICA DO DIGITO DO CPF)
           COPY "PDVALFUNC.COB".
      *> PDIDADEMINIMA TAB (EXIGIDO PELAS CRITICAS DO PDVALFUNC)
           COPY "PDIDADEMINIMA.COB".
