       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG132.
      *> PROGRAMA DO RELATORIO DO TITULAR DE DADOS (LGPD)
      *> O FUNCIONARIO, ATUAL OU ANTIGO, PODE PEDIR TUDO O QUE A
      *> EMPRESA GUARDA SOBRE ELE. DADO O CPF, O PROGRAMA LOCALIZA OS
      *> CODIGOS DO TITULAR NO MASTER (CHAVE ALTERNATIVA DO CPF) E NO
      *> ARQUIVO HISTORICO (IMAGEM DO MASTER GRAVADA PELO PROG74) E
      *> EMITE NO SPOOL (RELLGPD) UM RELATORIO UNICO: CADASTRO COM
      *> ENDERECO, CONTATO E DADOS BANCARIOS, DEPENDENTES, FOLHAS,
      *> HISTORICO DE SALARIO, PONTO, FERIAS, AFASTAMENTOS, EXAMES,
      *> BENEFICIOS, EMPRESTIMOS, PENSOES, BANCO DE HORAS, FGTS,
      *> DESLIGAMENTO, PIN DO AUTOATENDIMENTO (SO A SITUACAO, NUNCA A
      *> SENHA), CONTRACHEQUE POR E-MAIL E A TRILHA DE AUDITORIA. POR
      *> CPF SAEM AINDA OS ACESSOS AO TERMINAL E AS PENSOES EM QUE O
      *> TITULAR E O BENEFICIARIO. DAS PENSOES PAGAS PELO TITULAR NAO
      *> SAEM O CPF NEM A CONTA DO BENEFICIARIO, QUE SAO DADOS DE
      *> OUTRA PESSOA. CADA CODIGO RELATADO GERA O EVENTO LGPD-RELAT
      *> NA TRILHA DE AUDITORIA. A ANONIMIZACAO DO ARQUIVO HISTORICO
      *> VENCIDO E O PROG133
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELSALHIST TAB
           COPY "SELSALHIST.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELAFASTAMENTO TAB
           COPY "SELAFASTAMENTO.COB".
      *> SELEXAME TAB
           COPY "SELEXAME.COB".
      *> SELBENEFICIO TAB
           COPY "SELBENEFICIO.COB".
      *> SELEMPRESTIMO TAB
           COPY "SELEMPRESTIMO.COB".
      *> SELPENSAO TAB
           COPY "SELPENSAO.COB".
      *> SELBANCOHORAS TAB
           COPY "SELBANCOHORAS.COB".
      *> SELFGTS TAB
           COPY "SELFGTS.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELPIN TAB
           COPY "SELPIN.COB".
      *> SELHOLADESAO TAB
           COPY "SELHOLADESAO.COB".
      *> SELHOLENVIO TAB
           COPY "SELHOLENVIO.COB".
      *> SELACESSO TAB
           COPY "SELACESSO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDSALHIST TAB
           COPY "FDSALHIST.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDAFASTAMENTO TAB
           COPY "FDAFASTAMENTO.COB".
      *> FDEXAME TAB
           COPY "FDEXAME.COB".
      *> FDBENEFICIO TAB
           COPY "FDBENEFICIO.COB".
      *> FDEMPRESTIMO TAB
           COPY "FDEMPRESTIMO.COB".
      *> FDPENSAO TAB
           COPY "FDPENSAO.COB".
      *> FDBANCOHORAS TAB
           COPY "FDBANCOHORAS.COB".
      *> FDFGTS TAB
           COPY "FDFGTS.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDPIN TAB
           COPY "FDPIN.COB".
      *> FDHOLADESAO TAB
           COPY "FDHOLADESAO.COB".
      *> FDHOLENVIO TAB
           COPY "FDHOLENVIO.COB".
      *> FDACESSO TAB
           COPY "FDACESSO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  WS-CPF-PEDIDO     PIC 9(11) VALUE ZEROS.
       01  FIM-DA-LEITURA    PIC X(01) VALUE "N".
           88  ACABOU-LEITURA        VALUE "S".

      *> CODIGOS DO TITULAR: O MESMO CPF PODE TER MAIS DE UM VINCULO
      *> (READMISSAO COM CODIGO NOVO) E O READMITIDO COM O MESMO
      *> CODIGO (PROG101) APARECE NO MASTER E NO HISTORICO; NESSE CASO
      *> OS ARQUIVOS DO CODIGO SAEM SO UMA VEZ
       01  WS-QTD-TITULARES  PIC 9(02) VALUE ZEROS.
       01  WS-TITULARES.
           05  WS-TITULAR OCCURS 20 TIMES.
               10  WS-TIT-CODIGO   PIC 9(05).
               10  WS-TIT-ORIGEM   PIC X(01).
                   88  TIT-DO-MASTER       VALUE "M".
                   88  TIT-DO-HISTORICO    VALUE "H".
               10  WS-TIT-REPETIDO PIC X(01).
                   88  TIT-CODIGO-REPETIDO VALUE "S".
       01  WS-IND            PIC 9(02) VALUE ZEROS.
       01  WS-IND-BUSCA      PIC 9(02) VALUE ZEROS.
       01  WS-ORIGEM         PIC X(01).
       01  WS-REPETIDO       PIC X(01).
       01  WS-CODIGO-ATUAL   PIC 9(05) VALUE ZEROS.
       01  WS-DT-ARQUIVAMENTO PIC 9(08) VALUE ZEROS.
       01  WS-SITUACAO-CADASTRO PIC X(30).

      *> SECAO DO RELATORIO EM EMISSAO
       01  WS-SECAO-TITULO   PIC X(50).
       01  WS-QTD-SECAO      PIC 9(05) VALUE ZEROS.

       01  WS-VALOR-EDIT     PIC ZZZZZZZ9.99.
       01  WS-VALOR2-EDIT    PIC ZZZZZZZ9.99.
       01  WS-VALOR3-EDIT    PIC ZZZZZZZ9.99.
       01  WS-HORAS-EDIT     PIC ZZ9.99.
       01  WS-HORAS2-EDIT    PIC ZZ9.99.
       01  WS-HORAS3-EDIT    PIC ZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== RELATORIO DO TITULAR DE DADOS (LGPD) =====".
           PERFORM SESSAO-LER-OPERADOR.
           DISPLAY "INFORME O CPF DO TITULAR (11 DIGITOS): ".
           ACCEPT WS-CPF-PEDIDO.
           IF WS-CPF-PEDIDO = ZEROS
               DISPLAY "CPF NAO INFORMADO, RELATORIO NAO EMITIDO"
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           PERFORM LOCALIZAR-NO-MASTER.
           PERFORM LOCALIZAR-NO-HISTORICO.
           IF WS-QTD-TITULARES = ZERO
               DISPLAY "CPF NAO ENCONTRADO NO MASTER NEM NO ARQUIVO "
                   "HISTORICO"
           END-IF.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN INPUT ARQUIVO-EXAME.
           OPEN INPUT ARQUIVO-BENEFICIO.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN INPUT ARQUIVO-BANCOHORAS.
           OPEN INPUT ARQUIVO-FGTS.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           OPEN INPUT ARQUIVO-PIN.
           OPEN INPUT ARQUIVO-HOLADESAO.
           OPEN INPUT ARQUIVO-HOLENVIO.
           MOVE "PROG132" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELLGPD" TO WS-SPOOL-ARQUIVO.
           MOVE "DADOS DO TITULAR (LGPD)" TO WS-SPOOL-TITULO.
           PERFORM SPOOL-ABRIR.
           STRING "CPF DO TITULAR: " DELIMITED BY SIZE
               WS-CPF-PEDIDO DELIMITED BY SIZE
               "  CODIGOS LOCALIZADOS: " DELIMITED BY SIZE
               WS-QTD-TITULARES DELIMITED BY SIZE
               "  SOLICITADO POR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM EMITIR-TITULAR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TITULARES.
           MOVE 99 TO WS-SPOOL-LINHA-ATUAL.
           PERFORM IMPRIMIR-ACESSOS-DO-CPF.
           PERFORM IMPRIMIR-PENSOES-RECEBIDAS.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-EXAME.
           CLOSE ARQUIVO-BENEFICIO.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-BANCOHORAS.
           CLOSE ARQUIVO-FGTS.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-PIN.
           CLOSE ARQUIVO-HOLADESAO.
           CLOSE ARQUIVO-HOLENVIO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM GRAVAR-AUDITORIA-LGPD
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TITULARES.
           CLOSE ARQUIVO-AUDITORIA.
           DISPLAY "CODIGOS RELATADOS: " WS-QTD-TITULARES.
           DISPLAY "RELATORIO DO TITULAR NO SPOOL: " WS-SPOOL-ARQUIVO.
       PROGRAM-DONE.
        GOBACK.

      *> LOCALIZACAO DOS CODIGOS DO TITULAR
       LOCALIZAR-NO-MASTER.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CPF-PEDIDO TO FUNCIONARIO-CPF.
           START ARQUIVO-FUNCIONARIO KEY IS EQUAL TO FUNCIONARIO-CPF
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM LOCALIZAR-PROXIMO-NO-MASTER UNTIL ACABOU-LEITURA.

       LOCALIZAR-PROXIMO-NO-MASTER.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FUNCIONARIO-CPF = WS-CPF-PEDIDO
                       MOVE "M" TO WS-ORIGEM
                       PERFORM INCLUIR-TITULAR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

      *> O HISTORICO NAO TEM CHAVE POR CPF: PERCORRE O ARQUIVO TODO
      *> SOBREPONDO A IMAGEM ARQUIVADA AO REGISTRO DO MASTER
       LOCALIZAR-NO-HISTORICO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO ARQH-CODIGO.
           START ARQUIVO-HISTORICO KEY IS NOT LESS THAN ARQH-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM LOCALIZAR-PROXIMO-NO-HISTORICO UNTIL ACABOU-LEITURA.

       LOCALIZAR-PROXIMO-NO-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE ARQH-IMAGEM TO FUNCIONARIO-REGISTRO
                   IF FUNCIONARIO-CPF = WS-CPF-PEDIDO
                       MOVE "H" TO WS-ORIGEM
                       PERFORM INCLUIR-TITULAR
                   END-IF
           END-READ.

       INCLUIR-TITULAR.
           IF WS-QTD-TITULARES < 20
               MOVE "N" TO WS-REPETIDO
               PERFORM VERIFICAR-CODIGO-REPETIDO
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA > WS-QTD-TITULARES
               ADD 1 TO WS-QTD-TITULARES
               MOVE FUNCIONARIO-CODIGO
                   TO WS-TIT-CODIGO(WS-QTD-TITULARES)
               MOVE WS-ORIGEM TO WS-TIT-ORIGEM(WS-QTD-TITULARES)
               MOVE WS-REPETIDO TO WS-TIT-REPETIDO(WS-QTD-TITULARES)
           ELSE
               DISPLAY "LIMITE DE 20 CODIGOS POR CPF ATINGIDO, CODIGO "
                   FUNCIONARIO-CODIGO " NAO RELATADO"
           END-IF.

       VERIFICAR-CODIGO-REPETIDO.
           IF WS-TIT-CODIGO(WS-IND-BUSCA) = FUNCIONARIO-CODIGO
               MOVE "S" TO WS-REPETIDO
           END-IF.

      *> EMISSAO DE UM CODIGO: CADASTRO E ARQUIVOS LIGADOS AO CODIGO,
      *> CADA CODIGO EM PAGINA PROPRIA
       EMITIR-TITULAR.
           MOVE WS-TIT-CODIGO(WS-IND) TO WS-CODIGO-ATUAL.
           MOVE 99 TO WS-SPOOL-LINHA-ATUAL.
           IF TIT-DO-MASTER(WS-IND)
               MOVE WS-CODIGO-ATUAL TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE SPACES TO FUNCIONARIO-NOME
               END-READ
               IF FUNCIONARIO-ATIVO
                   MOVE "MASTER - ATIVO" TO WS-SITUACAO-CADASTRO
               ELSE
                   MOVE "MASTER - INATIVO" TO WS-SITUACAO-CADASTRO
               END-IF
               MOVE ZEROS TO WS-DT-ARQUIVAMENTO
           ELSE
               MOVE WS-CODIGO-ATUAL TO ARQH-CODIGO
               READ ARQUIVO-HISTORICO
                   INVALID KEY
                       MOVE ZEROS TO ARQH-DT-ARQUIVAMENTO
               END-READ
               MOVE ARQH-IMAGEM TO FUNCIONARIO-REGISTRO
               MOVE "ARQUIVO HISTORICO (PROG74)"
                   TO WS-SITUACAO-CADASTRO
               MOVE ARQH-DT-ARQUIVAMENTO TO WS-DT-ARQUIVAMENTO
           END-IF.
           PERFORM IMPRIMIR-CADASTRO.
           IF TIT-CODIGO-REPETIDO(WS-IND)
               MOVE SPACES TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               MOVE "DEMAIS DADOS DO CODIGO JA RELATADOS COM O MASTER"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           ELSE
               PERFORM IMPRIMIR-DEPENDENTES
               PERFORM IMPRIMIR-FOLHAS
               PERFORM IMPRIMIR-HISTORICO-SALARIO
               PERFORM IMPRIMIR-PONTO
               PERFORM IMPRIMIR-FERIAS
               PERFORM IMPRIMIR-AFASTAMENTOS
               PERFORM IMPRIMIR-EXAMES
               PERFORM IMPRIMIR-BENEFICIOS
               PERFORM IMPRIMIR-EMPRESTIMOS
               PERFORM IMPRIMIR-PENSOES-PAGAS
               PERFORM IMPRIMIR-BANCO-DE-HORAS
               PERFORM IMPRIMIR-FGTS
               PERFORM IMPRIMIR-DESLIGAMENTO
               PERFORM IMPRIMIR-PIN
               PERFORM IMPRIMIR-CONTRACHEQUE-EMAIL
               PERFORM IMPRIMIR-AUDITORIA
           END-IF.

       ABRIR-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "*** " DELIMITED BY SIZE
               WS-SECAO-TITULO DELIMITED BY "  "
               " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       FECHAR-SECAO.
           IF WS-QTD-SECAO = ZERO
               MOVE "    NENHUM REGISTRO" TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       IMPRIMIR-CADASTRO.
           MOVE "CADASTRO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           STRING "CODIGO.........: " DELIMITED BY SIZE
               FUNCIONARIO-CODIGO DELIMITED BY SIZE
               "  ORIGEM: " DELIMITED BY SIZE
               WS-SITUACAO-CADASTRO DELIMITED BY "  "
               INTO WS-SPOOL-DETALHE.
           IF WS-DT-ARQUIVAMENTO NOT = ZEROS
               MOVE "ARQUIVADO EM" TO WS-SPOOL-DETALHE(60:12)
               MOVE WS-DT-ARQUIVAMENTO TO WS-SPOOL-DETALHE(73:8)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           STRING "NOME...........: " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CPF............: " DELIMITED BY SIZE
               FUNCIONARIO-CPF DELIMITED BY SIZE
               "  NASCIMENTO: " DELIMITED BY SIZE
               FUNCIONARIO-DT-NASCIMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ENDERECO.......: " DELIMITED BY SIZE
               FUNCIONARIO-END-LOGRADOURO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               FUNCIONARIO-END-NUMERO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCIONARIO-END-COMPLEMENTO DELIMITED BY "  "
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CIDADE/UF/CEP..: " DELIMITED BY SIZE
               FUNCIONARIO-END-CIDADE DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               FUNCIONARIO-END-UF DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCIONARIO-END-CEP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TELEFONE.......: " DELIMITED BY SIZE
               FUNCIONARIO-TELEFONE DELIMITED BY SIZE
               "  E-MAIL: " DELIMITED BY SIZE
               FUNCIONARIO-EMAIL DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "HOBBY..........: " DELIMITED BY SIZE
               FUNCIONARIO-HOBBY DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "EMPRESA........: " DELIMITED BY SIZE
               FUNCIONARIO-EMPRESA DELIMITED BY SIZE
               "  DEPARTAMENTO: " DELIMITED BY SIZE
               FUNCIONARIO-DEPARTAMENTO DELIMITED BY SIZE
               "  CARGO: " DELIMITED BY SIZE
               FUNCIONARIO-CARGO DELIMITED BY SIZE
               "  GESTOR: " DELIMITED BY SIZE
               FUNCIONARIO-GESTOR DELIMITED BY SIZE
               "  TURNO: " DELIMITED BY SIZE
               FUNCIONARIO-TURNO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ADMISSAO.......: " DELIMITED BY SIZE
               FUNCIONARIO-DT-ADMISSAO DELIMITED BY SIZE
               "  CONTRATO: " DELIMITED BY SIZE
               FUNCIONARIO-TIPO-CONTRATO DELIMITED BY SIZE
               "  FIM DO CONTRATO: " DELIMITED BY SIZE
               FUNCIONARIO-DT-FIM-CONTRATO DELIMITED BY SIZE
               "  SITUACAO: " DELIMITED BY SIZE
               FUNCIONARIO-STATUS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE FUNCIONARIO-SALARIO TO WS-VALOR-EDIT.
           MOVE FUNCIONARIO-VALOR-HORA TO WS-VALOR2-EDIT.
           STRING "SALARIO........: " DELIMITED BY SIZE
               WS-VALOR-EDIT DELIMITED BY SIZE
               "  FORMA: " DELIMITED BY SIZE
               FUNCIONARIO-TIPO-SALARIO DELIMITED BY SIZE
               "  VALOR DA HORA: " DELIMITED BY SIZE
               WS-VALOR2-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DADOS BANCARIOS: BANCO " DELIMITED BY SIZE
               FUNCIONARIO-BANCO DELIMITED BY SIZE
               "  AGENCIA " DELIMITED BY SIZE
               FUNCIONARIO-AGENCIA DELIMITED BY SIZE
               "  CONTA " DELIMITED BY SIZE
               FUNCIONARIO-CONTA DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               FUNCIONARIO-CONTA-DV DELIMITED BY SIZE
               "  TIPO " DELIMITED BY SIZE
               FUNCIONARIO-TIPO-CONTA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-DEPENDENTES.
           MOVE "DEPENDENTES" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO DEP-CODIGO-FUNC.
           MOVE ZEROS TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTE KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-DEPENDENTE UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF DEP-CODIGO-FUNC = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    SEQ " DELIMITED BY SIZE
                           DEP-SEQUENCIA DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           DEP-NOME DELIMITED BY SIZE
                           "  NASCIMENTO " DELIMITED BY SIZE
                           DEP-DT-NASCIMENTO DELIMITED BY SIZE
                           "  PARENTESCO " DELIMITED BY SIZE
                           DEP-PARENTESCO DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

      *> A CHAVE DO FOLHAHIST COMECA PELA COMPETENCIA: PERCORRE O
      *> ARQUIVO TODO FILTRANDO O CODIGO
       IMPRIMIR-FOLHAS.
           MOVE "FOLHAS DE PAGAMENTO (FOLHAHIST)" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO FOLHAHIST-CHAVE.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMA-FOLHA UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FOLHAHIST-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE FOLHAHIST-BRUTO TO WS-VALOR-EDIT
                       MOVE FOLHAHIST-DESCONTO TO WS-VALOR2-EDIT
                       MOVE FOLHAHIST-LIQUIDO TO WS-VALOR3-EDIT
                       STRING "    " DELIMITED BY SIZE
                           FOLHAHIST-COMPETENCIA DELIMITED BY SIZE
                           " FOLHA " DELIMITED BY SIZE
                           FOLHAHIST-FOLHA DELIMITED BY SIZE
                           "  BRUTO " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  DESCONTOS " DELIMITED BY SIZE
                           WS-VALOR2-EDIT DELIMITED BY SIZE
                           "  LIQUIDO " DELIMITED BY SIZE
                           WS-VALOR3-EDIT DELIMITED BY SIZE
                           "  EMPRESA " DELIMITED BY SIZE
                           FOLHAHIST-EMPRESA DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

       IMPRIMIR-HISTORICO-SALARIO.
           MOVE "HISTORICO DE SALARIO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-SALHIST.
           PERFORM IMPRIMIR-PROXIMO-SALARIO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-SALHIST.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-SALARIO.
           READ ARQUIVO-SALHIST
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF SALHIST-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE SALHIST-SALARIO-ANTERIOR TO WS-VALOR-EDIT
                       MOVE SALHIST-SALARIO-NOVO TO WS-VALOR2-EDIT
                       STRING "    " DELIMITED BY SIZE
                           SALHIST-DATA DELIMITED BY SIZE
                           "  DE " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  PARA " DELIMITED BY SIZE
                           WS-VALOR2-EDIT DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SALHIST-PROGRAMA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SALHIST-OPERADOR DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

       IMPRIMIR-PONTO.
           MOVE "PONTO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO PONTO-CODIGO.
           MOVE ZEROS TO PONTO-DATA.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-PONTO UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF PONTO-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE PONTO-HORAS-TRABALHADAS TO WS-HORAS-EDIT
                       MOVE PONTO-HORAS-EXTRAS TO WS-HORAS2-EDIT
                       MOVE PONTO-HORAS-NOTURNAS TO WS-HORAS3-EDIT
                       STRING "    " DELIMITED BY SIZE
                           PONTO-DATA DELIMITED BY SIZE
                           "  OCORRENCIA " DELIMITED BY SIZE
                           PONTO-OCORRENCIA DELIMITED BY SIZE
                           "  HORAS " DELIMITED BY SIZE
                           WS-HORAS-EDIT DELIMITED BY SIZE
                           "  EXTRAS " DELIMITED BY SIZE
                           WS-HORAS2-EDIT DELIMITED BY SIZE
                           "  NOTURNAS " DELIMITED BY SIZE
                           WS-HORAS3-EDIT DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-FERIAS.
           MOVE "FERIAS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO FERIAS-CODIGO.
           MOVE ZEROS TO FERIAS-PERIODO-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMA-FERIAS UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FERIAS-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    AQUISITIVO " DELIMITED BY SIZE
                           FERIAS-PERIODO-INICIO DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           FERIAS-PERIODO-FIM DELIMITED BY SIZE
                           "  DIAS " DELIMITED BY SIZE
                           FERIAS-DIAS-DIREITO DELIMITED BY SIZE
                           "  GOZO " DELIMITED BY SIZE
                           FERIAS-GOZO-INICIO DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           FERIAS-GOZO-FIM DELIMITED BY SIZE
                           "  SITUACAO " DELIMITED BY SIZE
                           FERIAS-STATUS DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-AFASTAMENTOS.
           MOVE "AFASTAMENTOS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO AFAST-CODIGO.
           MOVE ZEROS TO AFAST-DT-INICIO.
           START ARQUIVO-AFASTAMENTO KEY IS NOT LESS THAN AFAST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-AFASTAMENTO UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF AFAST-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    INICIO " DELIMITED BY SIZE
                           AFAST-DT-INICIO DELIMITED BY SIZE
                           "  TIPO " DELIMITED BY SIZE
                           AFAST-TIPO DELIMITED BY SIZE
                           "  RETORNO PREVISTO " DELIMITED BY SIZE
                           AFAST-DT-RETORNO-PREV DELIMITED BY SIZE
                           "  RETORNO " DELIMITED BY SIZE
                           AFAST-DT-RETORNO-REAL DELIMITED BY SIZE
                           "  SITUACAO " DELIMITED BY SIZE
                           AFAST-STATUS DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-EXAMES.
           MOVE "EXAMES OCUPACIONAIS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-EXAME UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-EXAME.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF EXAME-CODIGO-FUNC = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    SEQ " DELIMITED BY SIZE
                           EXAME-SEQUENCIA DELIMITED BY SIZE
                           "  TIPO " DELIMITED BY SIZE
                           EXAME-TIPO DELIMITED BY SIZE
                           "  AGENDADO " DELIMITED BY SIZE
                           EXAME-DT-AGENDADA DELIMITED BY SIZE
                           "  REALIZADO " DELIMITED BY SIZE
                           EXAME-DT-REALIZACAO DELIMITED BY SIZE
                           "  RESULTADO " DELIMITED BY SIZE
                           EXAME-RESULTADO DELIMITED BY SIZE
                           "  PROXIMO " DELIMITED BY SIZE
                           EXAME-DT-PROXIMO DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           EXAME-CLINICA DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-BENEFICIOS.
           MOVE "BENEFICIOS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO BEN-CODIGO.
           MOVE SPACES TO BEN-TIPO.
           START ARQUIVO-BENEFICIO KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-BENEFICIO UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF BEN-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE BEN-CUSTO-MENSAL TO WS-VALOR-EDIT
                       MOVE BEN-PERC-DESCONTO TO WS-HORAS-EDIT
                       STRING "    " DELIMITED BY SIZE
                           BEN-TIPO DELIMITED BY SIZE
                           "  OPTANTE " DELIMITED BY SIZE
                           BEN-OPTANTE DELIMITED BY SIZE
                           "  CUSTO MENSAL " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  DESCONTO % " DELIMITED BY SIZE
                           WS-HORAS-EDIT DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-EMPRESTIMOS.
           MOVE "EMPRESTIMOS CONSIGNADOS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO EMP-CODIGO.
           MOVE ZEROS TO EMP-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-EMPRESTIMO UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF EMP-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE EMP-VALOR-PRINCIPAL TO WS-VALOR-EDIT
                       MOVE EMP-VALOR-PARCELA TO WS-VALOR2-EDIT
                       MOVE EMP-SALDO TO WS-VALOR3-EDIT
                       STRING "    SEQ " DELIMITED BY SIZE
                           EMP-SEQUENCIA DELIMITED BY SIZE
                           "  PRINCIPAL " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  PARCELAS " DELIMITED BY SIZE
                           EMP-PARCELAS-PAGAS DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           EMP-QTD-PARCELAS DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WS-VALOR2-EDIT DELIMITED BY SIZE
                           "  INICIO " DELIMITED BY SIZE
                           EMP-COMPETENCIA-INICIO DELIMITED BY SIZE
                           "  SALDO " DELIMITED BY SIZE
                           WS-VALOR3-EDIT DELIMITED BY SIZE
                           "  SITUACAO " DELIMITED BY SIZE
                           EMP-STATUS DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

      *> PENSOES PAGAS PELO TITULAR: O CPF E A CONTA DO BENEFICIARIO
      *> SAO DADOS DE OUTRO TITULAR E NAO ENTRAM NESTE RELATORIO
       IMPRIMIR-PENSOES-PAGAS.
           MOVE "PENSOES ALIMENTICIAS DESCONTADAS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO PENSAO-CODIGO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMA-PENSAO-PAGA UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-PENSAO-PAGA.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF PENSAO-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE PENSAO-PERCENTUAL TO WS-HORAS-EDIT
                       MOVE PENSAO-VALOR TO WS-VALOR-EDIT
                       STRING "    SEQ " DELIMITED BY SIZE
                           PENSAO-SEQUENCIA DELIMITED BY SIZE
                           "  PROCESSO " DELIMITED BY SIZE
                           PENSAO-PROCESSO DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PENSAO-BENEFICIARIO DELIMITED BY SIZE
                           "  BASE " DELIMITED BY SIZE
                           PENSAO-BASE DELIMITED BY SIZE
                           "  % " DELIMITED BY SIZE
                           WS-HORAS-EDIT DELIMITED BY SIZE
                           "  VALOR " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PENSAO-DT-INICIO DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           PENSAO-DT-FIM DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-BANCO-DE-HORAS.
           MOVE "BANCO DE HORAS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO BH-CODIGO.
           MOVE ZEROS TO BH-COMPETENCIA.
           START ARQUIVO-BANCOHORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-BANCO-HORAS UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-BANCO-HORAS.
           READ ARQUIVO-BANCOHORAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF BH-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE BH-HORAS-CREDITO TO WS-HORAS-EDIT
                       MOVE BH-HORAS-DEBITO TO WS-HORAS2-EDIT
                       STRING "    " DELIMITED BY SIZE
                           BH-COMPETENCIA DELIMITED BY SIZE
                           "  CREDITO " DELIMITED BY SIZE
                           WS-HORAS-EDIT DELIMITED BY SIZE
                           "  DEBITO " DELIMITED BY SIZE
                           WS-HORAS2-EDIT DELIMITED BY SIZE
                           "  PAGAMENTO " DELIMITED BY SIZE
                           BH-COMPETENCIA-PGTO DELIMITED BY SIZE
                           "  SITUACAO " DELIMITED BY SIZE
                           BH-STATUS DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-FGTS.
           MOVE "EXTRATO DO FGTS" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE WS-CODIGO-ATUAL TO FGTS-CODIGO.
           MOVE ZEROS TO FGTS-COMPETENCIA.
           MOVE SPACES TO FGTS-TIPO.
           START ARQUIVO-FGTS KEY IS NOT LESS THAN FGTS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-FGTS UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-FGTS.
           READ ARQUIVO-FGTS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FGTS-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       MOVE FGTS-BASE TO WS-VALOR-EDIT
                       MOVE FGTS-VALOR TO WS-VALOR2-EDIT
                       STRING "    " DELIMITED BY SIZE
                           FGTS-COMPETENCIA DELIMITED BY SIZE
                           " TIPO " DELIMITED BY SIZE
                           FGTS-TIPO DELIMITED BY SIZE
                           "  BASE " DELIMITED BY SIZE
                           WS-VALOR-EDIT DELIMITED BY SIZE
                           "  DEPOSITO " DELIMITED BY SIZE
                           WS-VALOR2-EDIT DELIMITED BY SIZE
                           "  EMPRESA " DELIMITED BY SIZE
                           FGTS-EMPRESA DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   ELSE
                       MOVE "S" TO FIM-DA-LEITURA
                   END-IF
           END-READ.

       IMPRIMIR-DESLIGAMENTO.
           MOVE "DESLIGAMENTO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE WS-CODIGO-ATUAL TO DESLIG-CODIGO.
           READ ARQUIVO-DESLIGAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SECAO
                   MOVE DESLIG-TOTAL TO WS-VALOR-EDIT
                   MOVE DESLIG-LIQUIDO TO WS-VALOR2-EDIT
                   MOVE DESLIG-MULTA-FGTS TO WS-VALOR3-EDIT
                   STRING "    DATA " DELIMITED BY SIZE
                       DESLIG-DATA DELIMITED BY SIZE
                       "  MOTIVO " DELIMITED BY SIZE
                       DESLIG-MOTIVO DELIMITED BY SIZE
                       "  TOTAL " DELIMITED BY SIZE
                       WS-VALOR-EDIT DELIMITED BY SIZE
                       "  LIQUIDO " DELIMITED BY SIZE
                       WS-VALOR2-EDIT DELIMITED BY SIZE
                       "  MULTA FGTS " DELIMITED BY SIZE
                       WS-VALOR3-EDIT DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
           END-READ.
           PERFORM FECHAR-SECAO.

      *> DO PIN SAI SO A SITUACAO E AS DATAS; A SENHA NUNCA E IMPRESSA
       IMPRIMIR-PIN.
           MOVE "PIN DO AUTOATENDIMENTO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE WS-CODIGO-ATUAL TO PIN-CODIGO.
           READ ARQUIVO-PIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SECAO
                   STRING "    SITUACAO " DELIMITED BY SIZE
                       PIN-STATUS DELIMITED BY SIZE
                       "  EMITIDO EM " DELIMITED BY SIZE
                       PIN-DT-EMISSAO DELIMITED BY SIZE
                       "  ULTIMO ACESSO " DELIMITED BY SIZE
                       PIN-DT-ULT-ACESSO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PIN-HORA-ULT-ACESSO DELIMITED BY SIZE
                       "  (SENHA NAO EXIBIDA)" DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
           END-READ.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-CONTRACHEQUE-EMAIL.
           MOVE "CONTRACHEQUE POR E-MAIL" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE WS-CODIGO-ATUAL TO HOLAD-CODIGO.
           READ ARQUIVO-HOLADESAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SECAO
                   STRING "    ADESAO " DELIMITED BY SIZE
                       HOLAD-STATUS DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       HOLAD-DATA DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
           END-READ.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO HOLENV-CHAVE.
           START ARQUIVO-HOLENVIO KEY IS NOT LESS THAN HOLENV-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMO-ENVIO UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-ENVIO.
           READ ARQUIVO-HOLENVIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF HOLENV-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    " DELIMITED BY SIZE
                           HOLENV-COMPETENCIA DELIMITED BY SIZE
                           " FOLHA " DELIMITED BY SIZE
                           HOLENV-FOLHA DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           HOLENV-EMAIL DELIMITED BY SIZE
                           "  SITUACAO " DELIMITED BY SIZE
                           HOLENV-STATUS DELIMITED BY SIZE
                           "  GERADO " DELIMITED BY SIZE
                           HOLENV-DT-GERACAO DELIMITED BY SIZE
                           "  RETORNO " DELIMITED BY SIZE
                           HOLENV-DT-RETORNO DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

      *> A TRILHA DE AUDITORIA E SEQUENCIAL: PERCORRE O ARQUIVO TODO
      *> FILTRANDO O CODIGO, COMO A CONSULTA DO PROG57
       IMPRIMIR-AUDITORIA.
           MOVE "TRILHA DE AUDITORIA" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           PERFORM IMPRIMIR-PROXIMO-EVENTO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-AUDITORIA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-EVENTO.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF AUD-CODIGO = WS-CODIGO-ATUAL
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    " DELIMITED BY SIZE
                           AUD-DATA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUD-HORA DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           AUD-OPERADOR DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           AUD-ACAO DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

      *> DADOS LIGADOS AO CPF E NAO A UM CODIGO: O TERMINAL GRAVA O
      *> CPF DIGITADO MESMO QUANDO O ACESSO E RECUSADO (CODIGO ZERADO)
       IMPRIMIR-ACESSOS-DO-CPF.
           MOVE "ACESSOS AO AUTOATENDIMENTO COM O CPF"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-ACESSO.
           PERFORM IMPRIMIR-PROXIMO-ACESSO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-ACESSO.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-ACESSO.
           READ ARQUIVO-ACESSO
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF ACS-CPF = WS-CPF-PEDIDO
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    " DELIMITED BY SIZE
                           ACS-DATA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ACS-HORA DELIMITED BY SIZE
                           "  CODIGO " DELIMITED BY SIZE
                           ACS-CODIGO DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ACS-EVENTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ACS-DETALHE DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

      *> O TITULAR PODE SER BENEFICIARIO DE PENSAO DESCONTADA DE OUTRO
      *> FUNCIONARIO: SAEM OS DADOS DELE GUARDADOS NA ORDEM JUDICIAL
       IMPRIMIR-PENSOES-RECEBIDAS.
           MOVE "PENSOES EM QUE O TITULAR E BENEFICIARIO"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO PENSAO-CHAVE.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM IMPRIMIR-PROXIMA-PENSAO-RECEB UNTIL ACABOU-LEITURA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-PENSAO-RECEB.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF PENSAO-CPF-BENEF = WS-CPF-PEDIDO
                       ADD 1 TO WS-QTD-SECAO
                       STRING "    PROCESSO " DELIMITED BY SIZE
                           PENSAO-PROCESSO DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PENSAO-BENEFICIARIO DELIMITED BY SIZE
                           "  BANCO " DELIMITED BY SIZE
                           PENSAO-BANCO DELIMITED BY SIZE
                           "  AGENCIA " DELIMITED BY SIZE
                           PENSAO-AGENCIA DELIMITED BY SIZE
                           "  CONTA " DELIMITED BY SIZE
                           PENSAO-CONTA DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           PENSAO-CONTA-DV DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PENSAO-DT-INICIO DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           PENSAO-DT-FIM DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

       GRAVAR-AUDITORIA-LGPD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-TIT-CODIGO(WS-IND) TO AUD-CODIGO.
           MOVE "LGPD-RELAT" TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
